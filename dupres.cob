002500*                   LISTING EVERY ITEM STILL IN SUSPENSE LONGER
002600*                   THAN THE PARAMETER-DRIVEN AGE LIMIT, SO
002700*                   NOTHING CAN SIT IN SUSPENSE UNSEEN.
002714*  2026-10-15  RLM  EVERY DISPOSITION IS NOW CHECKED AGAINST THE
002728*                   OPERATOR ENTITLEMENT FILE BEFORE IT IS
002742*                   APPLIED.  A USER WITH NO ENTITLEMENT TO THE
002756*                   ACTION IS REJECTED ON THE REPORT AND THE
002770*                   ATTEMPT IS APPENDED TO THE SECURITY-VIOLATION
002784*                   LOG.
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
006100     SELECT RUNCAL-FILE ASSIGN TO RUNCALF
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-RUNCAL-STATUS.
006309
006318     SELECT ENTL-FILE ASSIGN TO ENTLFILE
006327         ORGANIZATION IS INDEXED
006336         ACCESS MODE IS DYNAMIC
006345         RECORD KEY IS ENTL-KEY
006354         FILE STATUS IS WS-ENTL-STATUS.
006363
006372     SELECT SECV-FILE ASSIGN TO SECVLOG
006381         ORGANIZATION IS LINE SEQUENTIAL
006390         FILE STATUS IS WS-SECV-STATUS.
006400
006500     SELECT DUP-REPORT-FILE ASSIGN TO DUPRPT
006600         ORGANIZATION IS LINE SEQUENTIAL.
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800 COPY DUPHIST.
008810
008820 FD  ENTL-FILE
008830     LABEL RECORDS ARE STANDARD.
008840 COPY ENTLREC.
008850
008860 FD  SECV-FILE
008870     RECORDING MODE IS F
008880     LABEL RECORDS ARE STANDARD.
008890 COPY SECVIOL.
008900
009000 FD  REL-FILE
009100     RECORDING MODE IS F
012000 77  WS-REL-STATUS                  PIC X(02) VALUE SPACES.
012100 77  WS-PARM-STATUS                 PIC X(02) VALUE SPACES.
012200 77  WS-RUNCAL-STATUS               PIC X(02) VALUE SPACES.
012225 77  WS-ENTL-STATUS                 PIC X(02) VALUE SPACES.
012250 77  WS-SECV-STATUS                 PIC X(02) VALUE SPACES.
012275 77  WS-PROGRAM-NAME                PIC X(08) VALUE 'DUPRES'.
012300 77  WS-DSP-READ-CNT                PIC 9(05) VALUE 0.
012400 77  WS-DSP-APPLIED-CNT             PIC 9(05) VALUE 0.
012500 77  WS-DSP-REJECT-CNT              PIC 9(05) VALUE 0.
013300 77  WS-DUP-IX                      PIC 9(04) COMP VALUE 0.
013400 77  WS-DUP-FOUND-IX                PIC 9(04) COMP VALUE 0.
013500 77  WS-REJECT-REASON               PIC X(30) VALUE SPACES.
013550 77  WS-SECV-CNT                    PIC 9(05) VALUE 0.
013600 77  WS-AGE-DAYS                    PIC 9(03) VALUE 0.
013700 77  WS-DAYS-OUT                    PIC 9(03) VALUE 0.
013800 77  WS-DAYS-OUT-MAX                PIC 9(03) VALUE 999.
034000         STOP RUN
034100     END-IF.
034200     PERFORM 1200-OPEN-HISTORY THRU 1200-OPEN-HISTORY-EXIT.
034250     PERFORM 1400-OPEN-SECURITY THRU 1400-OPEN-SECURITY-EXIT.
034300     OPEN OUTPUT DUP-REPORT-FILE.
034400     MOVE WS-HDG-1 TO RPT-LINE.
034500     WRITE RPT-LINE.
041800 1300-SET-BUSINESS-DATE-EXIT.
041900     EXIT.
042000
042003*****************************************************************
042006*  1400-OPEN-SECURITY  --  OPEN THE ENTITLEMENT FILE EVERY REQUEST
042009*                    IS CHECKED AGAINST AND THE SECURITY-VIOLATION
042012*                    LOG REFUSALS ARE APPENDED TO.  EITHER ONE
042015*                    UNAVAILABLE IS FATAL: WITHOUT THE FILE NO
042018*                    REQUEST CAN BE PROVED, AND A REFUSED ATTEMPT
042021*                    MUST NOT GO UNRECORDED.
042024*****************************************************************
042027 1400-OPEN-SECURITY.
042030     OPEN INPUT ENTL-FILE.
042033     IF WS-ENTL-STATUS NOT = '00'
042036         DISPLAY 'DUPRES0010E - ENTITLEMENT FILE COULD NOT BE '
042039             'OPENED (STATUS ' WS-ENTL-STATUS ') - NO '
042042             'DISPOSITIONS APPLIED'
042045         MOVE 16 TO RETURN-CODE
042048         STOP RUN
042051     END-IF.
042054     OPEN EXTEND SECV-FILE.
042057     IF WS-SECV-STATUS = '35'
042060         OPEN OUTPUT SECV-FILE
042063     END-IF.
042066     IF WS-SECV-STATUS NOT = '00'
042069         DISPLAY 'DUPRES0011E - SECURITY-VIOLATION LOG COULD '
042072             'NOT BE OPENED (STATUS ' WS-SECV-STATUS ') - NO '
042075             'DISPOSITIONS APPLIED'
042078         MOVE 16 TO RETURN-CODE
042081         STOP RUN
042084     END-IF.
042087 1400-OPEN-SECURITY-EXIT.
042090     EXIT.
042093
042100*****************************************************************
042200*  2000-PROCESS-DSP  --  VALIDATE AND APPLY ONE DISPOSITION
042300*                    TRANSACTION.  A TRANSACTION THAT FAILS ANY
042900     SET WS-DSP-VALID TO TRUE.
043000     MOVE SPACES TO WS-REJECT-REASON.
043100     PERFORM 2200-FIND-SUSPENSE THRU 2200-FIND-SUSPENSE-EXIT.
043133     PERFORM 2050-CHECK-ENTITLEMENT
043166         THRU 2050-CHECK-ENTITLEMENT-EXIT.
043200
043300     EVALUATE TRUE
043333         WHEN NOT WS-DSP-VALID
043366             CONTINUE
043400         WHEN DSP-ACTION-RELEASE
043500             PERFORM 2300-APPLY-RELEASE
043600                 THRU 2300-APPLY-RELEASE-EXIT
045600 2000-PROCESS-DSP-EXIT.
045700     EXIT.
045800
045801*****************************************************************
045802*  2050-CHECK-ENTITLEMENT  --  THE REQUESTING USER MUST HOLD AN
045803*                    ENTITLEMENT TO THIS ACTION IN THIS UTILITY.
045804*                    A REFUSAL IS LOGGED AS A SECURITY VIOLATION.
045805*                    AN UNKNOWN ACTION CODE IS LEFT FOR THE ACTION
045806*                    EDIT TO REPORT.
045807*****************************************************************
045808 2050-CHECK-ENTITLEMENT.
045809     IF NOT DSP-ACTION-RELEASE
045810         AND NOT DSP-ACTION-WRITE-OFF
045811         GO TO 2050-CHECK-ENTITLEMENT-EXIT
045812     END-IF.
045813     MOVE DSP-USER-ID     TO ENTL-USER-ID.
045814     MOVE WS-PROGRAM-NAME TO ENTL-UTILITY.
045815     MOVE DSP-ACTION      TO ENTL-ACTION.
045816     READ ENTL-FILE
045817         INVALID KEY
045818             SET WS-DSP-VALID TO FALSE
045819             MOVE 'USER NOT ENTITLED TO ACTION'
045820                 TO WS-REJECT-REASON
045821             PERFORM 2060-LOG-VIOLATION
045822                 THRU 2060-LOG-VIOLATION-EXIT
045823     END-READ.
045824     IF WS-ENTL-STATUS NOT = '00' AND WS-ENTL-STATUS NOT = '23'
045825         DISPLAY 'DUPRES0012E - ENTITLEMENT FILE COULD NOT BE '
045826             'READ (STATUS ' WS-ENTL-STATUS ') FOR USER '
045827             DSP-USER-ID
045828         MOVE 16 TO RETURN-CODE
045829         STOP RUN
045830     END-IF.
045831 2050-CHECK-ENTITLEMENT-EXIT.
045832     EXIT.
045833
045834*****************************************************************
045835*  2060-LOG-VIOLATION  --  APPEND ONE REFUSED ATTEMPT TO THE
045836*                    SECURITY-VIOLATION LOG.  THE REASON IS SET BY
045837*                    THE CALLER.
045838*****************************************************************
045839 2060-LOG-VIOLATION.
045840     ACCEPT WS-RUN-TIME FROM TIME.
045841     MOVE WS-BUSINESS-DATE TO SECV-CHANGE-DATE.
045842     MOVE WS-RUN-TIME      TO SECV-CHANGE-TIME.
045843     MOVE DSP-USER-ID      TO SECV-USER-ID.
045844     MOVE WS-PROGRAM-NAME  TO SECV-PROGRAM-NAME.
045845     MOVE DSP-ACTION       TO SECV-ACTION.
045846     MOVE DSP-TRAN-ID      TO SECV-OBJECT.
045847     MOVE WS-REJECT-REASON TO SECV-REASON.
045848     WRITE SECV-RECORD.
045849     ADD 1 TO WS-SECV-CNT.
045850 2060-LOG-VIOLATION-EXIT.
045851     EXIT.
045852
045900*****************************************************************
046000*  2100-READ-DSP
046100*****************************************************************
066700     MOVE WS-WRITEOFF-CNT             TO TOT-COUNT.
066800     MOVE WS-TOT-LINE TO RPT-LINE.
066900     WRITE RPT-LINE.
066920     MOVE '  SECURITY VIOLATIONS LOGGED' TO TOT-LABEL.
066940     MOVE WS-SECV-CNT                 TO TOT-COUNT.
066960     MOVE WS-TOT-LINE TO RPT-LINE.
066980     WRITE RPT-LINE.
067000     MOVE 'SUSPENSE RECORDS IN'       TO TOT-LABEL.
067100     MOVE WS-DUP-IN-CNT               TO TOT-COUNT.
067200     MOVE WS-TOT-LINE TO RPT-LINE.
068500     CLOSE DSP-FILE.
068600     CLOSE DHIST-FILE.
068700     CLOSE REL-FILE.
068733     CLOSE ENTL-FILE.
068766     CLOSE SECV-FILE.
068800     CLOSE DUP-REPORT-FILE.
068900
069000     IF WS-DSP-REJECT-CNT > ZERO
