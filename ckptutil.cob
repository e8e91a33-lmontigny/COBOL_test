002194*                   RECORD AREA IS NOT AVAILABLE AFTER CLOSE, SO
002195*                   DISPATCHING AND PURGING FROM IT COULD KEY ON
002196*                   A GARBAGE INSTANCE NAME.
002197*  2026-10-15  RLM  THE PARAMETER RECORD NOW CARRIES THE
002208*                   REQUESTING USER ID.  A RESET OR DELETE IS
002219*                   REFUSED UNLESS THAT USER HOLDS THE MATCHING
002230*                   ENTITLEMENT ON THE OPERATOR ENTITLEMENT FILE;
002241*                   A REFUSAL IS REPORTED, ENDS THE RUN WITH
002252*                   RETURN CODE 16, AND IS APPENDED TO THE
002263*                   SECURITY-VIOLATION LOG.  THE USER IS ALSO
002274*                   RECORDED ON THE 'R' AUDIT RECORD.
002276*  2026-10-15  RLM  THE 'R' AUDIT RECORD CARRIES THE ACTION IN
002278*                   AUDIT-STATUS ('R' RESET, 'D' DELETE), SO A
002280*                   RESET TO A START VALUE OF ZERO CAN NO LONGER
002282*                   BE MISTAKEN FOR A DELETE.
002285*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
005440         ACCESS MODE IS DYNAMIC
005450         RECORD KEY IS THIST-TRAN-ID
005460         FILE STATUS IS WS-THIST-STATUS.
005463
005466     SELECT ENTL-FILE ASSIGN TO ENTLFILE
005469         ORGANIZATION IS INDEXED
005472         ACCESS MODE IS DYNAMIC
005475         RECORD KEY IS ENTL-KEY
005478         FILE STATUS IS WS-ENTL-STATUS.
005481
005484     SELECT SECV-FILE ASSIGN TO SECVLOG
005487         ORGANIZATION IS LINE SEQUENTIAL
005490         FILE STATUS IS WS-SECV-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
008100     05  PARM-ACTION                PIC X(06).
008500     05  FILLER                     PIC X(01).
008600     05  PARM-NAME                  PIC X(08).
008700     05  FILLER                     PIC X(01).
008733     05  PARM-USER-ID               PIC X(08).
008766     05  FILLER                     PIC X(56).
008800
008900 FD  CKPT-REPORT-FILE
009000     RECORDING MODE IS F
009220 FD  TRANHIST-FILE
009230     LABEL RECORDS ARE STANDARD.
009240 COPY TRANHIST.
009246
009252 FD  ENTL-FILE
009258     LABEL RECORDS ARE STANDARD.
009264 COPY ENTLREC.
009270
009276 FD  SECV-FILE
009282     RECORDING MODE IS F
009288     LABEL RECORDS ARE STANDARD.
009294 COPY SECVIOL.
009300
009400 WORKING-STORAGE SECTION.
009500*****************************************************************
010100 77  WS-RUNCAL-STATUS               PIC X(02) VALUE SPACES.
010200 77  WS-PARM-STATUS                 PIC X(02) VALUE SPACES.
010210 77  WS-THIST-STATUS                PIC X(02) VALUE SPACES.
010213 77  WS-ENTL-STATUS                 PIC X(02) VALUE SPACES.
010216 77  WS-SECV-STATUS                 PIC X(02) VALUE SPACES.
010220 77  WS-HIST-PURGE-CNT              PIC 9(07) VALUE 0.
010230*    THE ACTION PARAMETER IS COPIED HERE BEFORE PARM-FILE IS
010240*    CLOSED -- THE FD RECORD AREA IS NOT AVAILABLE AFTER CLOSE.
010270     88  WS-PARM-ACTION-RESET                  VALUE 'RESET '.
010280     88  WS-PARM-ACTION-DELETE                 VALUE 'DELETE'.
010290 77  WS-PARM-NAME                   PIC X(08) VALUE SPACES.
010295 77  WS-PARM-USER-ID                PIC X(08) VALUE SPACES.
010300 77  WS-PROGRAM-NAME                PIC X(08) VALUE 'CKPTUTIL'.
010400 77  WS-CTL-MAX-ENTRIES             PIC 9(03) COMP VALUE 500.
010500 77  WS-CTL-COUNT                   PIC 9(03) COMP VALUE 0.
010700 77  WS-LIST-CNT                    PIC 9(05) VALUE 0.
010800 77  WS-OLD-LAST-CNT                PIC 9(07) VALUE 0.
010900 77  WS-NEW-LAST-CNT                PIC 9(07) VALUE 0.
010925 77  WS-ENTL-ACTION-CODE            PIC X(01) VALUE SPACE.
010950 77  WS-REJECT-REASON               PIC X(30) VALUE SPACES.
011000
011100 01  WS-CURRENT-DATE-TIME.
011200     05  WS-RUN-DATE                PIC 9(08).
012000     05  WS-CTL-FOUND-SW            PIC X(01) VALUE 'N'.
012100         88  WS-CTL-FOUND                      VALUE 'Y'
012200             WHEN SET TO FALSE IS 'N'.
012225     05  WS-USER-ENTITLED-SW        PIC X(01) VALUE 'Y'.
012250         88  WS-USER-ENTITLED                  VALUE 'Y'
012275             WHEN SET TO FALSE IS 'N'.
012300
012400*****************************************************************
012500*  CONTROL-FILE TABLE -- START AND MAX PER INSTANCE, FOR THE
017400         '  TO CNT '.
017500     05  ACT-NEW-CNT                PIC ZZZZZZ9.
017600     05  FILLER                     PIC X(08) VALUE SPACES.
017610
017620 01  WS-REF-LINE.
017630     05  REF-LABEL                  PIC X(20).
017640     05  REF-NAME                   PIC X(08).
017650     05  FILLER                     PIC X(06) VALUE ' USER '.
017660     05  REF-USER                   PIC X(08).
017670     05  FILLER                     PIC X(02) VALUE SPACES.
017680     05  REF-REASON                 PIC X(30).
017690     05  FILLER                     PIC X(06) VALUE SPACES.
017700
017800 PROCEDURE DIVISION.
017900*****************************************************************
022100     END-READ.
022120     MOVE PARM-ACTION TO WS-PARM-ACTION.
022140     MOVE PARM-NAME   TO WS-PARM-NAME.
022170     MOVE PARM-USER-ID TO WS-PARM-USER-ID.
022200     CLOSE PARM-FILE.
022300
022400     OPEN I-O CKPT-FILE.
024200
024300     PERFORM 1200-SET-BUSINESS-DATE
024400         THRU 1200-SET-BUSINESS-DATE-EXIT.
024425     IF WS-PARM-ACTION-RESET OR WS-PARM-ACTION-DELETE
024450         PERFORM 1300-OPEN-SECURITY THRU 1300-OPEN-SECURITY-EXIT
024475     END-IF.
024500
024600     OPEN OUTPUT CKPT-REPORT-FILE.
024700     MOVE WS-HDG-1 TO RPT-LINE.
030100 1200-SET-BUSINESS-DATE-EXIT.
030200     EXIT.
030300
030303*****************************************************************
030306*  1300-OPEN-SECURITY  --  OPEN THE ENTITLEMENT FILE EVERY REQUEST
030309*                    IS CHECKED AGAINST AND THE SECURITY-VIOLATION
030312*                    LOG REFUSALS ARE APPENDED TO.  EITHER ONE
030315*                    UNAVAILABLE IS FATAL: WITHOUT THE FILE NO
030318*                    REQUEST CAN BE PROVED, AND A REFUSED ATTEMPT
030321*                    MUST NOT GO UNRECORDED.
030324*****************************************************************
030327 1300-OPEN-SECURITY.
030330     OPEN INPUT ENTL-FILE.
030333     IF WS-ENTL-STATUS NOT = '00'
030336         DISPLAY 'CKPTUTIL0015E - ENTITLEMENT FILE COULD NOT BE '
030339             'OPENED (STATUS ' WS-ENTL-STATUS ') - NO '
030342             'CHECKPOINT CHANGED'
030345         MOVE 16 TO RETURN-CODE
030348         STOP RUN
030351     END-IF.
030354     OPEN EXTEND SECV-FILE.
030357     IF WS-SECV-STATUS = '35'
030360         OPEN OUTPUT SECV-FILE
030363     END-IF.
030366     IF WS-SECV-STATUS NOT = '00'
030369         DISPLAY 'CKPTUTIL0016E - SECURITY-VIOLATION LOG COULD '
030372             'NOT BE OPENED (STATUS ' WS-SECV-STATUS ') - NO '
030375             'CHECKPOINT CHANGED'
030378         MOVE 16 TO RETURN-CODE
030381         STOP RUN
030384     END-IF.
030387 1300-OPEN-SECURITY-EXIT.
030390     EXIT.
030393
030400*****************************************************************
030500*  2000-LIST-CKPTS  --  WALK EVERY CHECKPOINT IN KEY ORDER AND
030600*                    PRINT IT NEXT TO ITS CONTROL-FILE START AND
039500*                    THERE.
039600*****************************************************************
039700 3000-RESET-CKPT.
039716     PERFORM 8000-CHECK-ENTITLEMENT
039732         THRU 8000-CHECK-ENTITLEMENT-EXIT.
039748     IF NOT WS-USER-ENTITLED
039764         GO TO 3000-RESET-CKPT-EXIT
039780     END-IF.
039800     MOVE WS-PARM-NAME TO WS-LOOKUP-NAME.
039900     PERFORM 2200-FIND-CONTROL THRU 2200-FIND-CONTROL-EXIT.
040000     IF NOT WS-CTL-FOUND
044100*                    UNTOUCHED.
044200*****************************************************************
044300 4000-DELETE-CKPT.
044316     PERFORM 8000-CHECK-ENTITLEMENT
044332         THRU 8000-CHECK-ENTITLEMENT-EXIT.
044348     IF NOT WS-USER-ENTITLED
044364         GO TO 4000-DELETE-CKPT-EXIT
044380     END-IF.
044400     MOVE WS-PARM-NAME TO CKPT-LOOP-NAME.
044500     READ CKPT-FILE
044600         INVALID KEY
047200*****************************************************************
047300 5000-FINISH.
047400     CLOSE CKPT-FILE.
047420     IF WS-PARM-ACTION-RESET OR WS-PARM-ACTION-DELETE
047440         CLOSE ENTL-FILE
047460         CLOSE SECV-FILE
047480     END-IF.
047500     CLOSE CKPT-REPORT-FILE.
047600 5000-FINISH-EXIT.
047700     EXIT.
049300*  7000-WRITE-RESET-AUDIT  --  APPEND THE 'R' AUDIT RECORD THAT
049400*                    MAKES THE RESET TRACEABLE: WHICH INSTANCE,
049500*                    WHEN, THE COUNT DISCARDED, AND THE VALUE IT
049600*                    WAS PUT BACK TO (ZERO FOR A DELETE), WITH
049603*                    AUDIT-STATUS CARRYING THE ACTION, 'R' FOR
049606*                    A RESET OR 'D' FOR A DELETE.  BY
049610*                    THE TIME THIS RECORD IS WRITTEN THE
049620*                    INSTANCE'S PROCESSED-ID HISTORY ENTRIES
049630*                    HAVE ALSO BEEN PURGED (4500-PURGE-HISTORY),
051600     MOVE WS-OLD-LAST-CNT TO AUDIT-CNT-VALUE.
051700     MOVE WS-NEW-LAST-CNT TO AUDIT-START-VALUE.
051800     MOVE ZERO            TO AUDIT-CYCLES-DONE.
051900     IF WS-PARM-ACTION-DELETE
051920         MOVE 'D'         TO AUDIT-STATUS
051940     ELSE
051960         MOVE 'R'         TO AUDIT-STATUS
051980     END-IF.
052000     MOVE ZERO            TO AUDIT-AMOUNT.
052100     MOVE SPACE           TO AUDIT-BAL-STATUS.
052200     MOVE ZERO            TO AUDIT-DEBIT-CNT
052812                             AUDIT-HELD-CNT
052814                             AUDIT-REL-CNT.
052820     MOVE SPACE           TO AUDIT-EXTRACT-FLAG.
052860     MOVE WS-PARM-USER-ID TO AUDIT-USER-ID.
052900     WRITE AUDIT-RECORD.
053000     CLOSE AUDIT-FILE.
053100 7000-WRITE-RESET-AUDIT-EXIT.
053200     EXIT.
053300
053400*****************************************************************
053500*  8000-CHECK-ENTITLEMENT  --  A RESET OR DELETE MUST COME FROM A
053600*                    USER HOLDING THE MATCHING CKPTUTIL
053700*                    ENTITLEMENT (R OR D).  A REFUSAL IS PRINTED,
053800*                    LOGGED AS A SECURITY VIOLATION, AND ENDS THE
053900*                    RUN WITH RETURN CODE 16 WITHOUT TOUCHING THE
054000*                    CHECKPOINT.  A LISTING NEEDS NO ENTITLEMENT.
054100*****************************************************************
054200 8000-CHECK-ENTITLEMENT.
054300     SET WS-USER-ENTITLED TO TRUE.
054400     IF WS-PARM-ACTION-RESET
054500         MOVE 'R' TO WS-ENTL-ACTION-CODE
054600     ELSE
054700         MOVE 'D' TO WS-ENTL-ACTION-CODE
054800     END-IF.
054900     MOVE WS-PARM-USER-ID     TO ENTL-USER-ID.
055000     MOVE WS-PROGRAM-NAME     TO ENTL-UTILITY.
055100     MOVE WS-ENTL-ACTION-CODE TO ENTL-ACTION.
055200     READ ENTL-FILE
055300         INVALID KEY
055400             SET WS-USER-ENTITLED TO FALSE
055500     END-READ.
055600     IF WS-ENTL-STATUS NOT = '00' AND WS-ENTL-STATUS NOT = '23'
055700         DISPLAY 'CKPTUTIL0017E - ENTITLEMENT FILE COULD NOT BE '
055800             'READ (STATUS ' WS-ENTL-STATUS ') FOR USER '
055900             WS-PARM-USER-ID
056000         MOVE 16 TO RETURN-CODE
056100         STOP RUN
056200     END-IF.
056300     IF WS-USER-ENTITLED
056400         GO TO 8000-CHECK-ENTITLEMENT-EXIT
056500     END-IF.
056600     MOVE 'USER NOT ENTITLED TO ACTION' TO WS-REJECT-REASON.
056700     PERFORM 8100-LOG-VIOLATION THRU 8100-LOG-VIOLATION-EXIT.
056800     IF WS-PARM-ACTION-RESET
056900         MOVE 'RESET REFUSED FOR'  TO REF-LABEL
057000     ELSE
057100         MOVE 'DELETE REFUSED FOR' TO REF-LABEL
057200     END-IF.
057300     MOVE WS-PARM-NAME     TO REF-NAME.
057400     MOVE WS-PARM-USER-ID  TO REF-USER.
057500     MOVE WS-REJECT-REASON TO REF-REASON.
057600     MOVE WS-REF-LINE TO RPT-LINE.
057700     WRITE RPT-LINE.
057800     DISPLAY 'CKPTUTIL0018E - USER ' WS-PARM-USER-ID
057900         ' IS NOT ENTITLED TO ' WS-PARM-ACTION ' - CHECKPOINT '
058000         'FOR ' WS-PARM-NAME ' LEFT UNCHANGED'
058100     MOVE 16 TO RETURN-CODE.
058200 8000-CHECK-ENTITLEMENT-EXIT.
058300     EXIT.
058400
058500*****************************************************************
058600*  8100-LOG-VIOLATION  --  APPEND ONE REFUSED ATTEMPT TO THE
058700*                    SECURITY-VIOLATION LOG.  THE REASON IS SET BY
058800*                    THE CALLER.
058900*****************************************************************
059000 8100-LOG-VIOLATION.
059100     ACCEPT WS-RUN-TIME FROM TIME.
059200     MOVE WS-RUN-DATE         TO SECV-CHANGE-DATE.
059300     MOVE WS-RUN-TIME         TO SECV-CHANGE-TIME.
059400     MOVE WS-PARM-USER-ID     TO SECV-USER-ID.
059500     MOVE WS-PROGRAM-NAME     TO SECV-PROGRAM-NAME.
059600     MOVE WS-ENTL-ACTION-CODE TO SECV-ACTION.
059700     MOVE WS-PARM-NAME        TO SECV-OBJECT.
059800     MOVE WS-REJECT-REASON    TO SECV-REASON.
059900     WRITE SECV-RECORD.
060100 8100-LOG-VIOLATION-EXIT.
060200     EXIT.
