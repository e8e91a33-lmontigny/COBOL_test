002300*                   LOOPMNT DOES FOR LOOPCTL.  ACCOUNTS ARE
002400*                   CLOSED, NEVER DELETED, SO POSTED HISTORY
002500*                   STAYS EXPLAINABLE.
002510*  2026-10-15  RLM  AN ADD NOW ZEROES THE RUNNING-BALANCE FIELDS
002520*                   ACCTPOST MAINTAINS.  THE HISTORY IMAGES STILL
002530*                   CARRY ONLY THE MAINTAINED FIELDS.
002540*  2026-10-15  RLM  EVERY TRANSACTION IS NOW CHECKED AGAINST THE
002550*                   OPERATOR ENTITLEMENT FILE BEFORE IT IS
002560*                   APPLIED.  A USER WITH NO ENTITLEMENT TO THE
002570*                   ACTION IS REJECTED ON THE REPORT AND THE
002580*                   ATTEMPT IS APPENDED TO THE SECURITY-VIOLATION
002590*                   LOG.
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
004500     SELECT AHIST-FILE ASSIGN TO ACCTHIST
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-AHIST-STATUS.
004709
004718     SELECT ENTL-FILE ASSIGN TO ENTLFILE
004727         ORGANIZATION IS INDEXED
004736         ACCESS MODE IS DYNAMIC
004745         RECORD KEY IS ENTL-KEY
004754         FILE STATUS IS WS-ENTL-STATUS.
004763
004772     SELECT SECV-FILE ASSIGN TO SECVLOG
004781         ORGANIZATION IS LINE SEQUENTIAL
004790         FILE STATUS IS WS-SECV-STATUS.
004800
004900     SELECT RUNCAL-FILE ASSIGN TO RUNCALF
005000         ORGANIZATION IS LINE SEQUENTIAL
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 COPY ACCTHIST.
007010
007020 FD  ENTL-FILE
007030     LABEL RECORDS ARE STANDARD.
007040 COPY ENTLREC.
007050
007060 FD  SECV-FILE
007070     RECORDING MODE IS F
007080     LABEL RECORDS ARE STANDARD.
007090 COPY SECVIOL.
007100
007200 FD  RUNCAL-FILE
007300     RECORDING MODE IS F
008700 77  WS-AMNT-STATUS                 PIC X(02) VALUE SPACES.
008800 77  WS-AHIST-STATUS                PIC X(02) VALUE SPACES.
008900 77  WS-RUNCAL-STATUS               PIC X(02) VALUE SPACES.
008925 77  WS-ENTL-STATUS                 PIC X(02) VALUE SPACES.
008950 77  WS-SECV-STATUS                 PIC X(02) VALUE SPACES.
008975 77  WS-PROGRAM-NAME                PIC X(08) VALUE 'ACCTMNT'.
009000 77  WS-AMNT-READ-CNT               PIC 9(05) VALUE 0.
009100 77  WS-AMNT-APPLIED-CNT            PIC 9(05) VALUE 0.
009200 77  WS-AMNT-REJECT-CNT             PIC 9(05) VALUE 0.
009300 77  WS-REJECT-REASON               PIC X(30) VALUE SPACES.
009400 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
009450 77  WS-SECV-CNT                    PIC 9(05) VALUE 0.
009500
009600 01  WS-CURRENT-DATE-TIME.
009700     05  WS-RUN-DATE                PIC 9(08).
017900         STOP RUN
018000     END-IF.
018100     PERFORM 1200-OPEN-HISTORY THRU 1200-OPEN-HISTORY-EXIT.
018150     PERFORM 1300-OPEN-SECURITY THRU 1300-OPEN-SECURITY-EXIT.
018200     OPEN OUTPUT ACCT-REPORT-FILE.
018300     MOVE WS-HDG-1 TO RPT-LINE.
018400     WRITE RPT-LINE.
023100 1200-OPEN-HISTORY-EXIT.
023200     EXIT.
023300
023303*****************************************************************
023306*  1300-OPEN-SECURITY  --  OPEN THE ENTITLEMENT FILE EVERY REQUEST
023309*                    IS CHECKED AGAINST AND THE SECURITY-VIOLATION
023312*                    LOG REFUSALS ARE APPENDED TO.  EITHER ONE
023315*                    UNAVAILABLE IS FATAL: WITHOUT THE FILE NO
023318*                    REQUEST CAN BE PROVED, AND A REFUSED ATTEMPT
023321*                    MUST NOT GO UNRECORDED.
023324*****************************************************************
023327 1300-OPEN-SECURITY.
023330     OPEN INPUT ENTL-FILE.
023333     IF WS-ENTL-STATUS NOT = '00'
023336         DISPLAY 'ACCTMNT0007E - ENTITLEMENT FILE COULD NOT BE '
023339             'OPENED (STATUS ' WS-ENTL-STATUS ') - NO '
023342             'MAINTENANCE APPLIED'
023345         MOVE 16 TO RETURN-CODE
023348         STOP RUN
023351     END-IF.
023354     OPEN EXTEND SECV-FILE.
023357     IF WS-SECV-STATUS = '35'
023360         OPEN OUTPUT SECV-FILE
023363     END-IF.
023366     IF WS-SECV-STATUS NOT = '00'
023369         DISPLAY 'ACCTMNT0008E - SECURITY-VIOLATION LOG COULD '
023372             'NOT BE OPENED (STATUS ' WS-SECV-STATUS ') - NO '
023375             'MAINTENANCE APPLIED'
023378         MOVE 16 TO RETURN-CODE
023381         STOP RUN
023384     END-IF.
023387 1300-OPEN-SECURITY-EXIT.
023390     EXIT.
023393
023400*****************************************************************
023500*  2000-PROCESS-AMNT  --  VALIDATE AND APPLY ONE MAINTENANCE
023600*                    TRANSACTION.  A TRANSACTION THAT FAILS ANY
024200     SET WS-AMNT-VALID TO TRUE.
024300     MOVE SPACES TO WS-REJECT-REASON.
024400     PERFORM 2200-FIND-ACCOUNT THRU 2200-FIND-ACCOUNT-EXIT.
024433     PERFORM 2050-CHECK-ENTITLEMENT
024466         THRU 2050-CHECK-ENTITLEMENT-EXIT.
024500
024600     EVALUATE TRUE
024633         WHEN NOT WS-AMNT-VALID
024666             CONTINUE
024700         WHEN AMNT-ACTION-ADD
024800             PERFORM 2300-APPLY-ADD THRU 2300-APPLY-ADD-EXIT
024900         WHEN AMNT-ACTION-CHANGE
026900 2000-PROCESS-AMNT-EXIT.
027000     EXIT.
027100
027101*****************************************************************
027102*  2050-CHECK-ENTITLEMENT  --  THE REQUESTING USER MUST HOLD AN
027103*                    ENTITLEMENT TO THIS ACTION IN THIS UTILITY.
027104*                    A REFUSAL IS LOGGED AS A SECURITY VIOLATION.
027105*                    AN UNKNOWN ACTION CODE IS LEFT FOR THE ACTION
027106*                    EDIT TO REPORT.
027107*****************************************************************
027108 2050-CHECK-ENTITLEMENT.
027109     IF NOT AMNT-ACTION-ADD
027110         AND NOT AMNT-ACTION-CHANGE
027111         AND NOT AMNT-ACTION-CLOSE
027112         GO TO 2050-CHECK-ENTITLEMENT-EXIT
027113     END-IF.
027114     MOVE AMNT-USER-ID    TO ENTL-USER-ID.
027115     MOVE WS-PROGRAM-NAME TO ENTL-UTILITY.
027116     MOVE AMNT-ACTION     TO ENTL-ACTION.
027117     READ ENTL-FILE
027118         INVALID KEY
027119             SET WS-AMNT-VALID TO FALSE
027120             MOVE 'USER NOT ENTITLED TO ACTION'
027121                 TO WS-REJECT-REASON
027122             PERFORM 2060-LOG-VIOLATION
027123                 THRU 2060-LOG-VIOLATION-EXIT
027124     END-READ.
027125     IF WS-ENTL-STATUS NOT = '00' AND WS-ENTL-STATUS NOT = '23'
027126         DISPLAY 'ACCTMNT0009E - ENTITLEMENT FILE COULD NOT BE '
027127             'READ (STATUS ' WS-ENTL-STATUS ') FOR USER '
027128             AMNT-USER-ID
027129         MOVE 16 TO RETURN-CODE
027130         STOP RUN
027131     END-IF.
027132 2050-CHECK-ENTITLEMENT-EXIT.
027133     EXIT.
027134
027135*****************************************************************
027136*  2060-LOG-VIOLATION  --  APPEND ONE REFUSED ATTEMPT TO THE
027137*                    SECURITY-VIOLATION LOG.  THE REASON IS SET BY
027138*                    THE CALLER.
027139*****************************************************************
027140 2060-LOG-VIOLATION.
027141     ACCEPT WS-RUN-TIME FROM TIME.
027142     MOVE WS-BUSINESS-DATE TO SECV-CHANGE-DATE.
027143     MOVE WS-RUN-TIME      TO SECV-CHANGE-TIME.
027144     MOVE AMNT-USER-ID     TO SECV-USER-ID.
027145     MOVE WS-PROGRAM-NAME  TO SECV-PROGRAM-NAME.
027146     MOVE AMNT-ACTION      TO SECV-ACTION.
027147     MOVE AMNT-NUMBER      TO SECV-OBJECT.
027148     MOVE WS-REJECT-REASON TO SECV-REASON.
027149     WRITE SECV-RECORD.
027150     ADD 1 TO WS-SECV-CNT.
027151 2060-LOG-VIOLATION-EXIT.
027152     EXIT.
027153
027200*****************************************************************
027300*  2100-READ-AMNT
027400*****************************************************************
032500     MOVE 'O'              TO ACCT-STATUS.
032600     MOVE WS-BUSINESS-DATE TO ACCT-OPEN-DATE.
032700     MOVE ZERO             TO ACCT-CLOSE-DATE.
032710     MOVE ZERO             TO ACCT-CURR-BAL
032720                              ACCT-PRIOR-BAL
032730                              ACCT-LAST-POST-DATE.
032800     MOVE ACCT-RECORD      TO AHIST-AFTER-IMAGE.
032900     WRITE ACCT-RECORD
033000         INVALID KEY
045500     MOVE WS-AMNT-REJECT-CNT          TO TOT-COUNT.
045600     MOVE WS-TOT-LINE TO RPT-LINE.
045700     WRITE RPT-LINE.
045720     MOVE '  SECURITY VIOLATIONS LOGGED' TO TOT-LABEL.
045740     MOVE WS-SECV-CNT                 TO TOT-COUNT.
045760     MOVE WS-TOT-LINE TO RPT-LINE.
045780     WRITE RPT-LINE.
045800
045900     CLOSE ACCT-FILE.
046000     CLOSE AMNT-FILE.
046100     CLOSE AHIST-FILE.
046133     CLOSE ENTL-FILE.
046166     CLOSE SECV-FILE.
046200     CLOSE ACCT-REPORT-FILE.
046300
046400     IF WS-AMNT-REJECT-CNT > ZERO
