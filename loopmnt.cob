002000*                   REJECTED TRANSACTION WITH ITS REASON ON THE
002100*                   MAINTENANCE REPORT INSTEAD OF LETTING IT
002200*                   DISAPPEAR.
002214*  2026-10-15  RLM  EVERY TRANSACTION IS NOW CHECKED AGAINST THE
002228*                   OPERATOR ENTITLEMENT FILE BEFORE IT IS
002242*                   APPLIED.  A USER WITH NO ENTITLEMENT TO THE
002256*                   ACTION IS REJECTED ON THE REPORT AND THE
002270*                   ATTEMPT IS APPENDED TO THE SECURITY-VIOLATION
002284*                   LOG.
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
004400     SELECT HIST-FILE ASSIGN TO LOOPHIST
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-HIST-STATUS.
004609
004618     SELECT ENTL-FILE ASSIGN TO ENTLFILE
004627         ORGANIZATION IS INDEXED
004636         ACCESS MODE IS DYNAMIC
004645         RECORD KEY IS ENTL-KEY
004654         FILE STATUS IS WS-ENTL-STATUS.
004663
004672     SELECT SECV-FILE ASSIGN TO SECVLOG
004681         ORGANIZATION IS LINE SEQUENTIAL
004690         FILE STATUS IS WS-SECV-STATUS.
004700
004800     SELECT MNT-REPORT-FILE ASSIGN TO MNTRPT
004900         ORGANIZATION IS LINE SEQUENTIAL.
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 COPY LOOPHIST.
007110
007120 FD  ENTL-FILE
007130     LABEL RECORDS ARE STANDARD.
007140 COPY ENTLREC.
007150
007160 FD  SECV-FILE
007170     RECORDING MODE IS F
007180     LABEL RECORDS ARE STANDARD.
007190 COPY SECVIOL.
007200
007300 FD  MNT-REPORT-FILE
007400     RECORDING MODE IS F
008300 77  WS-NEW-STATUS                  PIC X(02) VALUE SPACES.
008400 77  WS-MNT-STATUS                  PIC X(02) VALUE SPACES.
008500 77  WS-HIST-STATUS                 PIC X(02) VALUE SPACES.
008550 77  WS-ENTL-STATUS                 PIC X(02) VALUE SPACES.
008600 77  WS-SECV-STATUS                 PIC X(02) VALUE SPACES.
008650 77  WS-PROGRAM-NAME                PIC X(08) VALUE 'LOOPMNT'.
008700 77  WS-MNT-READ-CNT                PIC 9(05) VALUE 0.
008800 77  WS-MNT-APPLIED-CNT             PIC 9(05) VALUE 0.
008900 77  WS-MNT-REJECT-CNT              PIC 9(05) VALUE 0.
009400 77  WS-CTL-IX                      PIC 9(03) COMP VALUE 0.
009500 77  WS-CTL-FOUND-IX                PIC 9(03) COMP VALUE 0.
009600 77  WS-REJECT-REASON               PIC X(30) VALUE SPACES.
009650 77  WS-SECV-CNT                    PIC 9(05) VALUE 0.
009700
009800 01  WS-CURRENT-DATE-TIME.
009900     05  WS-RUN-DATE                PIC 9(08).
020000         STOP RUN
020100     END-IF.
020200     PERFORM 1200-OPEN-HISTORY THRU 1200-OPEN-HISTORY-EXIT.
020250     PERFORM 1300-OPEN-SECURITY THRU 1300-OPEN-SECURITY-EXIT.
020300     OPEN OUTPUT MNT-REPORT-FILE.
020400     MOVE WS-HDG-1 TO RPT-LINE.
020500     WRITE RPT-LINE.
025200 1200-OPEN-HISTORY-EXIT.
025300     EXIT.
025400
025403*****************************************************************
025406*  1300-OPEN-SECURITY  --  OPEN THE ENTITLEMENT FILE EVERY REQUEST
025409*                    IS CHECKED AGAINST AND THE SECURITY-VIOLATION
025412*                    LOG REFUSALS ARE APPENDED TO.  EITHER ONE
025415*                    UNAVAILABLE IS FATAL: WITHOUT THE FILE NO
025418*                    REQUEST CAN BE PROVED, AND A REFUSED ATTEMPT
025421*                    MUST NOT GO UNRECORDED.
025424*****************************************************************
025427 1300-OPEN-SECURITY.
025430     OPEN INPUT ENTL-FILE.
025433     IF WS-ENTL-STATUS NOT = '00'
025436         DISPLAY 'LOOPMNT0006E - ENTITLEMENT FILE COULD NOT BE '
025439             'OPENED (STATUS ' WS-ENTL-STATUS ') - NO '
025442             'MAINTENANCE APPLIED'
025445         MOVE 16 TO RETURN-CODE
025448         STOP RUN
025451     END-IF.
025454     OPEN EXTEND SECV-FILE.
025457     IF WS-SECV-STATUS = '35'
025460         OPEN OUTPUT SECV-FILE
025463     END-IF.
025466     IF WS-SECV-STATUS NOT = '00'
025469         DISPLAY 'LOOPMNT0007E - SECURITY-VIOLATION LOG COULD '
025472             'NOT BE OPENED (STATUS ' WS-SECV-STATUS ') - NO '
025475             'MAINTENANCE APPLIED'
025478         MOVE 16 TO RETURN-CODE
025481         STOP RUN
025484     END-IF.
025487 1300-OPEN-SECURITY-EXIT.
025490     EXIT.
025493
025500*****************************************************************
025600*  2000-PROCESS-MNT  --  VALIDATE AND APPLY ONE MAINTENANCE
025700*                    TRANSACTION.  A TRANSACTION THAT FAILS ANY
026300     SET WS-MNT-VALID TO TRUE.
026400     MOVE SPACES TO WS-REJECT-REASON.
026500     PERFORM 2200-FIND-INSTANCE THRU 2200-FIND-INSTANCE-EXIT.
026533     PERFORM 2050-CHECK-ENTITLEMENT
026566         THRU 2050-CHECK-ENTITLEMENT-EXIT.
026600
026700     EVALUATE TRUE
026733         WHEN NOT WS-MNT-VALID
026766             CONTINUE
026800         WHEN MNT-ACTION-ADD
026900             PERFORM 2300-APPLY-ADD THRU 2300-APPLY-ADD-EXIT
027000         WHEN MNT-ACTION-CHANGE
029000 2000-PROCESS-MNT-EXIT.
029100     EXIT.
029200
029201*****************************************************************
029202*  2050-CHECK-ENTITLEMENT  --  THE REQUESTING USER MUST HOLD AN
029203*                    ENTITLEMENT TO THIS ACTION IN THIS UTILITY.
029204*                    A REFUSAL IS LOGGED AS A SECURITY VIOLATION.
029205*                    AN UNKNOWN ACTION CODE IS LEFT FOR THE ACTION
029206*                    EDIT TO REPORT.
029207*****************************************************************
029208 2050-CHECK-ENTITLEMENT.
029209     IF NOT MNT-ACTION-ADD
029210         AND NOT MNT-ACTION-CHANGE
029211         AND NOT MNT-ACTION-DELETE
029212         GO TO 2050-CHECK-ENTITLEMENT-EXIT
029213     END-IF.
029214     MOVE MNT-USER-ID     TO ENTL-USER-ID.
029215     MOVE WS-PROGRAM-NAME TO ENTL-UTILITY.
029216     MOVE MNT-ACTION      TO ENTL-ACTION.
029217     READ ENTL-FILE
029218         INVALID KEY
029219             SET WS-MNT-VALID TO FALSE
029220             MOVE 'USER NOT ENTITLED TO ACTION'
029221                 TO WS-REJECT-REASON
029222             PERFORM 2060-LOG-VIOLATION
029223                 THRU 2060-LOG-VIOLATION-EXIT
029224     END-READ.
029225     IF WS-ENTL-STATUS NOT = '00' AND WS-ENTL-STATUS NOT = '23'
029226         DISPLAY 'LOOPMNT0008E - ENTITLEMENT FILE COULD NOT BE '
029227             'READ (STATUS ' WS-ENTL-STATUS ') FOR USER '
029228             MNT-USER-ID
029229         MOVE 16 TO RETURN-CODE
029230         STOP RUN
029231     END-IF.
029232 2050-CHECK-ENTITLEMENT-EXIT.
029233     EXIT.
029234
029235*****************************************************************
029236*  2060-LOG-VIOLATION  --  APPEND ONE REFUSED ATTEMPT TO THE
029237*                    SECURITY-VIOLATION LOG.  THE REASON IS SET BY
029238*                    THE CALLER.
029239*****************************************************************
029240 2060-LOG-VIOLATION.
029241     ACCEPT WS-RUN-TIME FROM TIME.
029242     MOVE WS-RUN-DATE      TO SECV-CHANGE-DATE.
029243     MOVE WS-RUN-TIME      TO SECV-CHANGE-TIME.
029244     MOVE MNT-USER-ID      TO SECV-USER-ID.
029245     MOVE WS-PROGRAM-NAME  TO SECV-PROGRAM-NAME.
029246     MOVE MNT-ACTION       TO SECV-ACTION.
029247     MOVE MNT-NAME         TO SECV-OBJECT.
029248     MOVE WS-REJECT-REASON TO SECV-REASON.
029249     WRITE SECV-RECORD.
029250     ADD 1 TO WS-SECV-CNT.
029251 2060-LOG-VIOLATION-EXIT.
029252     EXIT.
029253
029300*****************************************************************
029400*  2100-READ-MNT
029500*****************************************************************
050500     MOVE WS-MNT-REJECT-CNT           TO TOT-COUNT.
050600     MOVE WS-TOT-LINE TO RPT-LINE.
050700     WRITE RPT-LINE.
050720     MOVE '  SECURITY VIOLATIONS LOGGED' TO TOT-LABEL.
050740     MOVE WS-SECV-CNT                 TO TOT-COUNT.
050760     MOVE WS-TOT-LINE TO RPT-LINE.
050780     WRITE RPT-LINE.
050800     MOVE 'CONTROL RECORDS IN'        TO TOT-LABEL.
050900     MOVE WS-CTL-IN-CNT               TO TOT-COUNT.
051000     MOVE WS-TOT-LINE TO RPT-LINE.
051800     CLOSE LOOPCTL-NEW-FILE.
051900     CLOSE MNT-FILE.
052000     CLOSE HIST-FILE.
052033     CLOSE ENTL-FILE.
052066     CLOSE SECV-FILE.
052100     CLOSE MNT-REPORT-FILE.
052200
052300     IF WS-MNT-REJECT-CNT > ZERO
