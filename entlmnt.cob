000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ENTLMNT.
000300 AUTHOR.         R MONTIGNY.
000400 INSTALLATION.   OPERATIONS SUPPORT.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  --------------------
001000*  2026-10-15  RLM  ORIGINAL VERSION.  EVERY MAINTENANCE UTILITY
001100*                   CARRIES A USER ID TO ITS HISTORY BUT NONE
001200*                   CHECKED WHETHER THAT USER MAY DO THE ACTION
001300*                   -- ANYONE WHO COULD SUBMIT AN APPROVAL
001400*                   RECORD COULD RELEASE THEIR OWN HOLD, AND THE
001500*                   AUDITORS FLAGGED IT.  THE UTILITIES NOW PROVE
001600*                   EVERY REQUEST AGAINST A KEYED ENTITLEMENT
001700*                   FILE (USER, UTILITY, ACTION) AND THIS
001800*                   UTILITY IS THE ONLY WAY TO MAINTAIN IT: IT
001900*                   APPLIES GRANT/REVOKE TRANSACTIONS IN PLACE,
002000*                   REFUSES A GRANT FOR A UTILITY OR ACTION THAT
002100*                   DOES NOT EXIST, REFUSES ANY USER CHANGING
002200*                   THEIR OWN ENTITLEMENTS, CHECKS THE REQUESTING
002300*                   ADMINISTRATOR'S OWN ENTITLEMENT LIKE ANY
002400*                   OTHER UTILITY, LOGS REFUSED ATTEMPTS TO THE
002500*                   SECURITY-VIOLATION LOG, AND APPENDS A
002600*                   BEFORE/AFTER IMAGE OF EVERY APPLIED CHANGE TO
002700*                   THE ENTITLEMENT HISTORY.  A RUN AGAINST AN
002800*                   EMPTY FILE IS THE INITIAL LOAD AND IS THE ONE
002900*                   RUN ALLOWED WITHOUT THE CHECKS.
002933*  2026-10-15  RLM  SORDMNT ADDED TO THE UTILITIES AND ACTIONS
002966*                   A GRANT MAY NAME.
002977*  2026-10-15  RLM  PERCLOSE ADDED TO THE UTILITIES AND ACTIONS
002988*                   A GRANT MAY NAME.
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.    IBM-370.
003500 OBJECT-COMPUTER.    IBM-370.
003600
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT ENTL-FILE ASSIGN TO ENTLFILE
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS ENTL-KEY
004300         FILE STATUS IS WS-ENTL-STATUS.
004400
004500     SELECT EMNT-FILE ASSIGN TO EMNTFILE
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-EMNT-STATUS.
004800
004900     SELECT EHIST-FILE ASSIGN TO ENTLHIST
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-EHIST-STATUS.
005200
005300     SELECT SECV-FILE ASSIGN TO SECVLOG
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-SECV-STATUS.
005600
005700     SELECT RUNCAL-FILE ASSIGN TO RUNCALF
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-RUNCAL-STATUS.
006000
006100     SELECT ENTL-REPORT-FILE ASSIGN TO EMNTRPT
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  ENTL-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 COPY ENTLREC.
006900
007000 FD  EMNT-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 COPY ENTLMNT.
007400
007500 FD  EHIST-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800 COPY ENTLHIST.
007900
008000 FD  SECV-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 COPY SECVIOL.
008400
008500 FD  RUNCAL-FILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800 COPY RUNCAL.
008900
009000 FD  ENTL-REPORT-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300 01  RPT-LINE                       PIC X(80).
009400
009500 WORKING-STORAGE SECTION.
009600*****************************************************************
009700*  SWITCHES AND COUNTERS
009800*****************************************************************
009900 77  WS-ENTL-STATUS                 PIC X(02) VALUE SPACES.
010000 77  WS-EMNT-STATUS                 PIC X(02) VALUE SPACES.
010100 77  WS-EHIST-STATUS                PIC X(02) VALUE SPACES.
010200 77  WS-SECV-STATUS                 PIC X(02) VALUE SPACES.
010300 77  WS-RUNCAL-STATUS               PIC X(02) VALUE SPACES.
010400 77  WS-PROGRAM-NAME                PIC X(08) VALUE 'ENTLMNT'.
010500 77  WS-EMNT-READ-CNT               PIC 9(05) VALUE 0.
010600 77  WS-EMNT-APPLIED-CNT            PIC 9(05) VALUE 0.
010700 77  WS-EMNT-REJECT-CNT             PIC 9(05) VALUE 0.
010800 77  WS-SECV-CNT                    PIC 9(05) VALUE 0.
010900 77  WS-REJECT-REASON               PIC X(30) VALUE SPACES.
011000 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
011100
011200 01  WS-CURRENT-DATE-TIME.
011300     05  WS-RUN-DATE                PIC 9(08).
011400     05  WS-RUN-TIME                PIC 9(08).
011500
011600 01  WS-SWITCHES.
011700     05  WS-EMNT-EOF-SW             PIC X(01) VALUE 'N'.
011800         88  WS-EMNT-EOF                       VALUE 'Y'.
011900     05  WS-ENTL-FOUND-SW           PIC X(01) VALUE 'N'.
012000         88  WS-ENTL-FOUND                     VALUE 'Y'
012100             WHEN SET TO FALSE IS 'N'.
012200     05  WS-EMNT-VALID-SW           PIC X(01) VALUE 'Y'.
012300         88  WS-EMNT-VALID                     VALUE 'Y'
012400             WHEN SET TO FALSE IS 'N'.
012500     05  WS-INITIAL-LOAD-SW         PIC X(01) VALUE 'N'.
012600         88  WS-INITIAL-LOAD                   VALUE 'Y'
012700             WHEN SET TO FALSE IS 'N'.
012800
012900*****************************************************************
013000*  UTILITY AND ACTION OF A REQUESTED GRANT.  THE REDEFINITION
013100*  CARRIES EVERY COMBINATION A UTILITY ACTUALLY CHECKS, SO A
013200*  MISTYPED UTILITY OR ACTION IS REFUSED RATHER THAN GRANTED
013300*  AND NEVER USED.
013400*****************************************************************
013500 01  WS-GRANT-CHECK.
013600     05  WS-GRANT-UTILITY           PIC X(08).
013700     05  WS-GRANT-ACTION            PIC X(01).
013800 01  WS-GRANT-CHECK-R REDEFINES WS-GRANT-CHECK
013900                                    PIC X(09).
014000     88  WS-GRANT-KNOWN    VALUES 'LOOPMNT A' 'LOOPMNT C'
014100                                  'LOOPMNT D' 'ACCTMNT A'
014200                                  'ACCTMNT C' 'ACCTMNT X'
014300                                  'FEEDMNT A' 'FEEDMNT C'
014400                                  'FEEDMNT R' 'FEEDMNT D'
014500                                  'APPRUTILR' 'APPRUTILD'
014600                                  'DUPRES  R' 'DUPRES  W'
014700                                  'CKPTUTILR' 'CKPTUTILD'
014800                                  'CALMNT  C' 'ENTLMNT A'
014900                                  'ENTLMNT D' 'SORDMNT A'
014950                                  'SORDMNT C' 'SORDMNT X'
014975                                  'PERCLOSEC' 'PERCLOSER'.
015000
015100*****************************************************************
015200*  PRINT-IMAGE LINES
015300*****************************************************************
015400 01  WS-HDG-1.
015500     05  FILLER                     PIC X(80) VALUE
015600         'ENTLMNT OPERATOR ENTITLEMENT MAINTENANCE REPORT'.
015700
015800 01  WS-HDG-2.
015900     05  FILLER                     PIC X(04) VALUE 'ACT'.
016000     05  FILLER                     PIC X(10) VALUE 'USER'.
016100     05  FILLER                     PIC X(10) VALUE 'FOR USER'.
016200     05  FILLER                     PIC X(10) VALUE 'UTILITY'.
016300     05  FILLER                     PIC X(04) VALUE 'ACT'.
016400     05  FILLER                     PIC X(42) VALUE 'RESULT'.
016500
016600 01  WS-INIT-LINE.
016700     05  FILLER                     PIC X(44) VALUE
016800         'INITIAL LOAD - ENTITLEMENT FILE WAS EMPTY - '.
016900     05  FILLER                     PIC X(36) VALUE
017000         'REQUESTER CHECKS WAIVED FOR THIS RUN'.
017100
017200 01  WS-DTL-LINE.
017300     05  DTL-ACTION                 PIC X(01).
017400     05  FILLER                     PIC X(03) VALUE SPACES.
017500     05  DTL-USER-ID                PIC X(08).
017600     05  FILLER                     PIC X(02) VALUE SPACES.
017700     05  DTL-ENTL-USER-ID           PIC X(08).
017800     05  FILLER                     PIC X(02) VALUE SPACES.
017900     05  DTL-UTILITY                PIC X(08).
018000     05  FILLER                     PIC X(02) VALUE SPACES.
018100     05  DTL-ENTL-ACTION            PIC X(01).
018200     05  FILLER                     PIC X(03) VALUE SPACES.
018300     05  DTL-RESULT                 PIC X(30).
018400     05  FILLER                     PIC X(12) VALUE SPACES.
018500
018600 01  WS-TOT-LINE.
018700     05  TOT-LABEL                  PIC X(34).
018800     05  TOT-COUNT                  PIC ZZZZ9.
018900     05  FILLER                     PIC X(41) VALUE SPACES.
019000
019100 PROCEDURE DIVISION.
019200*****************************************************************
019300*  0000-MAINLINE
019400*****************************************************************
019500 0000-MAINLINE.
019600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
019700     PERFORM 2000-PROCESS-EMNT THRU 2000-PROCESS-EMNT-EXIT
019800         UNTIL WS-EMNT-EOF.
019900     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
020000     STOP RUN.
020100
020200*****************************************************************
020300*  1000-INITIALIZE  --  SET THE BUSINESS DATE, OPEN EVERY FILE,
020400*                    AND PRIME THE FIRST MAINTENANCE READ.  THE
020500*                    FIRST RUN ON A NEW SYSTEM WILL NOT FIND THE
020600*                    ENTITLEMENT FILE YET, SO A NOT-FOUND STATUS
020700*                    ON THE I-O OPEN IS TREATED AS "CREATE IT
020800*                    NOW" RATHER THAN AS AN ERROR.  A SECURITY-
020900*                    VIOLATION LOG THAT WILL NOT OPEN IS FATAL:
021000*                    A REFUSED ATTEMPT MUST NOT GO UNRECORDED.
021100*****************************************************************
021200 1000-INITIALIZE.
021300     PERFORM 1100-SET-BUSINESS-DATE
021400         THRU 1100-SET-BUSINESS-DATE-EXIT.
021500     OPEN I-O ENTL-FILE.
021600     IF WS-ENTL-STATUS = '35'
021700         OPEN OUTPUT ENTL-FILE
021800         CLOSE ENTL-FILE
021900         OPEN I-O ENTL-FILE
022000     END-IF.
022100     IF WS-ENTL-STATUS NOT = '00'
022200         DISPLAY 'ENTLMNT0001E - ENTITLEMENT FILE COULD NOT BE '
022300             'OPENED (STATUS ' WS-ENTL-STATUS ') - NO '
022400             'MAINTENANCE APPLIED'
022500         MOVE 16 TO RETURN-CODE
022600         STOP RUN
022700     END-IF.
022800     OPEN INPUT EMNT-FILE.
022900     IF WS-EMNT-STATUS NOT = '00'
023000         DISPLAY 'ENTLMNT0002E - MAINTENANCE TRANSACTION FILE '
023100             'COULD NOT BE OPENED (STATUS ' WS-EMNT-STATUS ') '
023200             '- NO MAINTENANCE APPLIED'
023300         MOVE 16 TO RETURN-CODE
023400         STOP RUN
023500     END-IF.
023600     PERFORM 1200-OPEN-HISTORY THRU 1200-OPEN-HISTORY-EXIT.
023700     PERFORM 1300-OPEN-VIOLATION-LOG
023800         THRU 1300-OPEN-VIOLATION-LOG-EXIT.
023900     OPEN OUTPUT ENTL-REPORT-FILE.
024000     MOVE WS-HDG-1 TO RPT-LINE.
024100     WRITE RPT-LINE.
024200     PERFORM 1400-CHECK-INITIAL-LOAD
024300         THRU 1400-CHECK-INITIAL-LOAD-EXIT.
024400     MOVE WS-HDG-2 TO RPT-LINE.
024500     WRITE RPT-LINE.
024600     PERFORM 2100-READ-EMNT THRU 2100-READ-EMNT-EXIT.
024700 1000-INITIALIZE-EXIT.
024800     EXIT.
024900
025000*****************************************************************
025100*  1100-SET-BUSINESS-DATE  --  THE RUN CALENDAR NAMES THE DATE
025200*                    STAMPED ON THE CHANGE HISTORY.  A MISSING
025300*                    OR UNREADABLE CALENDAR FALLS BACK TO THE
025400*                    SYSTEM DATE, AS BEFORE CALENDAR CONTROL
025500*                    EXISTED.
025600*****************************************************************
025700 1100-SET-BUSINESS-DATE.
025800     OPEN INPUT RUNCAL-FILE.
025900     IF WS-RUNCAL-STATUS NOT = '00'
026000         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
026100         GO TO 1100-SET-BUSINESS-DATE-EXIT
026200     END-IF.
026300     READ RUNCAL-FILE
026400         AT END
026500             ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
026600             CLOSE RUNCAL-FILE
026700             GO TO 1100-SET-BUSINESS-DATE-EXIT
026800     END-READ.
026900     IF CAL-BUS-DATE NUMERIC
027000         MOVE CAL-BUS-DATE TO WS-BUSINESS-DATE
027100     ELSE
027200         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
027300     END-IF.
027400     CLOSE RUNCAL-FILE.
027500 1100-SET-BUSINESS-DATE-EXIT.
027600     EXIT.
027700
027800*****************************************************************
027900*  1200-OPEN-HISTORY  --  OPEN THE ENTITLEMENT HISTORY FOR
028000*                    APPEND.  THE FIRST RUN ON A NEW SYSTEM WILL
028100*                    NOT FIND THE FILE YET, SO A NOT-FOUND
028200*                    STATUS ON THE EXTEND OPEN IS TREATED AS
028300*                    "CREATE IT NOW" RATHER THAN AS AN ERROR.
028400*****************************************************************
028500 1200-OPEN-HISTORY.
028600     OPEN EXTEND EHIST-FILE.
028700     IF WS-EHIST-STATUS = '35'
028800         OPEN OUTPUT EHIST-FILE
028900     END-IF.
029000 1200-OPEN-HISTORY-EXIT.
029100     EXIT.
029200
029300*****************************************************************
029400*  1300-OPEN-VIOLATION-LOG  --  OPEN THE SECURITY-VIOLATION LOG
029500*                    FOR APPEND, CREATING IT ON FIRST USE.
029600*****************************************************************
029700 1300-OPEN-VIOLATION-LOG.
029800     OPEN EXTEND SECV-FILE.
029900     IF WS-SECV-STATUS = '35'
030000         OPEN OUTPUT SECV-FILE
030100     END-IF.
030200     IF WS-SECV-STATUS NOT = '00'
030300         DISPLAY 'ENTLMNT0003E - SECURITY-VIOLATION LOG COULD '
030400             'NOT BE OPENED (STATUS ' WS-SECV-STATUS ') - NO '
030500             'MAINTENANCE APPLIED'
030600         MOVE 16 TO RETURN-CODE
030700         STOP RUN
030800     END-IF.
030900 1300-OPEN-VIOLATION-LOG-EXIT.
031000     EXIT.
031100
031200*****************************************************************
031300*  1400-CHECK-INITIAL-LOAD  --  AN ENTITLEMENT FILE WITH NO
031400*                    RECORDS AT ALL CAN ONLY BE LOADED BY A RUN
031500*                    THAT WAIVES THE REQUESTER CHECKS -- NOBODY
031600*                    IS ENTITLED YET.  THAT RUN IS ANNOUNCED ON
031700*                    THE CONSOLE AND THE REPORT; EVERY LATER RUN
031800*                    IS CHECKED IN FULL.
031900*****************************************************************
032000 1400-CHECK-INITIAL-LOAD.
032100     MOVE LOW-VALUES TO ENTL-KEY.
032200     START ENTL-FILE KEY NOT < ENTL-KEY
032300         INVALID KEY
032400             SET WS-INITIAL-LOAD TO TRUE
032500     END-START.
032600     IF WS-INITIAL-LOAD
032700         DISPLAY 'ENTLMNT0004W - ENTITLEMENT FILE IS EMPTY - '
032800             'INITIAL LOAD, REQUESTER CHECKS WAIVED'
032900         MOVE WS-INIT-LINE TO RPT-LINE
033000         WRITE RPT-LINE
033100     END-IF.
033200 1400-CHECK-INITIAL-LOAD-EXIT.
033300     EXIT.
033400
033500*****************************************************************
033600*  2000-PROCESS-EMNT  --  CHECK THE REQUESTER, THEN VALIDATE AND
033700*                    APPLY ONE GRANT OR REVOKE.  A TRANSACTION
033800*                    THAT FAILS ANY EDIT IS REPORTED AND LEAVES
033900*                    THE FILE UNTOUCHED.
034000*****************************************************************
034100 2000-PROCESS-EMNT.
034200     ADD 1 TO WS-EMNT-READ-CNT.
034300     SET WS-EMNT-VALID TO TRUE.
034400     MOVE SPACES TO WS-REJECT-REASON.
034500     PERFORM 2050-CHECK-ENTITLEMENT
034600         THRU 2050-CHECK-ENTITLEMENT-EXIT.
034700     PERFORM 2200-FIND-ENTL THRU 2200-FIND-ENTL-EXIT.
034800
034900     EVALUATE TRUE
035000         WHEN NOT WS-EMNT-VALID
035100             CONTINUE
035200         WHEN EMNT-ACTION-GRANT
035300             PERFORM 2300-APPLY-GRANT THRU 2300-APPLY-GRANT-EXIT
035400         WHEN EMNT-ACTION-REVOKE
035500             PERFORM 2400-APPLY-REVOKE
035600                 THRU 2400-APPLY-REVOKE-EXIT
035700         WHEN OTHER
035800             SET WS-EMNT-VALID TO FALSE
035900             MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
036000     END-EVALUATE.
036100
036200     IF WS-EMNT-VALID
036300         ADD 1 TO WS-EMNT-APPLIED-CNT
036400         PERFORM 2600-REPORT-APPLIED
036500             THRU 2600-REPORT-APPLIED-EXIT
036600     ELSE
036700         ADD 1 TO WS-EMNT-REJECT-CNT
036800         PERFORM 2700-REPORT-REJECT
036900             THRU 2700-REPORT-REJECT-EXIT
037000     END-IF.
037100
037200     PERFORM 2100-READ-EMNT THRU 2100-READ-EMNT-EXIT.
037300 2000-PROCESS-EMNT-EXIT.
037400     EXIT.
037500
037600*****************************************************************
037700*  2050-CHECK-ENTITLEMENT  --  THE REQUESTING ADMINISTRATOR MAY
037800*                    NOT CHANGE THEIR OWN ENTITLEMENTS AND MUST
037900*                    THEMSELVES BE ENTITLED TO GRANT OR REVOKE
038000*                    IN THIS UTILITY.  EITHER REFUSAL IS LOGGED
038100*                    AS A SECURITY VIOLATION.  AN UNKNOWN ACTION
038200*                    CODE IS LEFT FOR THE ACTION EDIT TO REPORT.
038300*****************************************************************
038400 2050-CHECK-ENTITLEMENT.
038500     IF NOT EMNT-ACTION-GRANT AND NOT EMNT-ACTION-REVOKE
038600         GO TO 2050-CHECK-ENTITLEMENT-EXIT
038700     END-IF.
038800     IF WS-INITIAL-LOAD
038900         GO TO 2050-CHECK-ENTITLEMENT-EXIT
039000     END-IF.
039100     IF EMNT-USER-ID = EMNT-ENTL-USER-ID
039200         SET WS-EMNT-VALID TO FALSE
039300         MOVE 'CANNOT CHANGE OWN ENTITLEMENT' TO WS-REJECT-REASON
039400         PERFORM 2060-LOG-VIOLATION
039500             THRU 2060-LOG-VIOLATION-EXIT
039600         GO TO 2050-CHECK-ENTITLEMENT-EXIT
039700     END-IF.
039800     MOVE EMNT-USER-ID    TO ENTL-USER-ID.
039900     MOVE WS-PROGRAM-NAME TO ENTL-UTILITY.
040000     MOVE EMNT-ACTION     TO ENTL-ACTION.
040100     READ ENTL-FILE
040200         INVALID KEY
040300             SET WS-EMNT-VALID TO FALSE
040400             MOVE 'USER NOT ENTITLED TO ACTION'
040500                 TO WS-REJECT-REASON
040600             PERFORM 2060-LOG-VIOLATION
040700                 THRU 2060-LOG-VIOLATION-EXIT
040800     END-READ.
040900     IF WS-ENTL-STATUS NOT = '00' AND WS-ENTL-STATUS NOT = '23'
041000         DISPLAY 'ENTLMNT0005E - ENTITLEMENT FILE COULD NOT BE '
041100             'READ (STATUS ' WS-ENTL-STATUS ') FOR USER '
041200             EMNT-USER-ID
041300         MOVE 16 TO RETURN-CODE
041400         STOP RUN
041500     END-IF.
041600 2050-CHECK-ENTITLEMENT-EXIT.
041700     EXIT.
041800
041900*****************************************************************
042000*  2060-LOG-VIOLATION  --  APPEND ONE REFUSED ATTEMPT TO THE
042100*                    SECURITY-VIOLATION LOG.  THE REASON IS SET
042200*                    BY THE CALLER.
042300*****************************************************************
042400 2060-LOG-VIOLATION.
042500     ACCEPT WS-RUN-TIME FROM TIME.
042600     MOVE WS-BUSINESS-DATE  TO SECV-CHANGE-DATE.
042700     MOVE WS-RUN-TIME       TO SECV-CHANGE-TIME.
042800     MOVE EMNT-USER-ID      TO SECV-USER-ID.
042900     MOVE WS-PROGRAM-NAME   TO SECV-PROGRAM-NAME.
043000     MOVE EMNT-ACTION       TO SECV-ACTION.
043100     MOVE EMNT-ENTL-USER-ID TO SECV-OBJECT.
043200     MOVE WS-REJECT-REASON  TO SECV-REASON.
043300     WRITE SECV-RECORD.
043400     ADD 1 TO WS-SECV-CNT.
043500 2060-LOG-VIOLATION-EXIT.
043600     EXIT.
043700
043800*****************************************************************
043900*  2100-READ-EMNT
044000*****************************************************************
044100 2100-READ-EMNT.
044200     READ EMNT-FILE
044300         AT END
044400             SET WS-EMNT-EOF TO TRUE
044500     END-READ.
044600 2100-READ-EMNT-EXIT.
044700     EXIT.
044800
044900*****************************************************************
045000*  2200-FIND-ENTL  --  LOOK THE ENTITLEMENT BEING GRANTED OR
045100*                    REVOKED UP ON THE FILE.  A HIT LEAVES THE
045200*                    RECORD IN THE ENTL RECORD AREA FOR THE
045300*                    APPLY PARAGRAPHS.
045400*****************************************************************
045500 2200-FIND-ENTL.
045600     SET WS-ENTL-FOUND TO FALSE.
045700     MOVE EMNT-ENTL-USER-ID TO ENTL-USER-ID.
045800     MOVE EMNT-UTILITY      TO ENTL-UTILITY.
045900     MOVE EMNT-ENTL-ACTION  TO ENTL-ACTION.
046000     READ ENTL-FILE
046100         INVALID KEY
046200             CONTINUE
046300         NOT INVALID KEY
046400             SET WS-ENTL-FOUND TO TRUE
046500     END-READ.
046600     IF WS-ENTL-STATUS NOT = '00' AND WS-ENTL-STATUS NOT = '23'
046700         DISPLAY 'ENTLMNT0005E - ENTITLEMENT FILE COULD NOT BE '
046800             'READ (STATUS ' WS-ENTL-STATUS ') FOR USER '
046900             EMNT-ENTL-USER-ID
047000         MOVE 16 TO RETURN-CODE
047100         STOP RUN
047200     END-IF.
047300 2200-FIND-ENTL-EXIT.
047400     EXIT.
047500
047600*****************************************************************
047700*  2300-APPLY-GRANT  --  ADD ONE ENTITLEMENT.  IT MUST NOT EXIST
047800*                    YET, THE USER ID IS REQUIRED, AND THE
047900*                    UTILITY AND ACTION MUST BE ONE A UTILITY
048000*                    ACTUALLY CHECKS.
048100*****************************************************************
048200 2300-APPLY-GRANT.
048300     IF WS-ENTL-FOUND
048400         SET WS-EMNT-VALID TO FALSE
048500         MOVE 'ENTITLEMENT ALREADY GRANTED' TO WS-REJECT-REASON
048600         GO TO 2300-APPLY-GRANT-EXIT
048700     END-IF.
048800     IF EMNT-ENTL-USER-ID = SPACES
048900         SET WS-EMNT-VALID TO FALSE
049000         MOVE 'USER ID MISSING' TO WS-REJECT-REASON
049100         GO TO 2300-APPLY-GRANT-EXIT
049200     END-IF.
049300     MOVE EMNT-UTILITY     TO WS-GRANT-UTILITY.
049400     MOVE EMNT-ENTL-ACTION TO WS-GRANT-ACTION.
049500     IF NOT WS-GRANT-KNOWN
049600         SET WS-EMNT-VALID TO FALSE
049700         MOVE 'UNKNOWN UTILITY OR ACTION' TO WS-REJECT-REASON
049800         GO TO 2300-APPLY-GRANT-EXIT
049900     END-IF.
050000     MOVE SPACES TO EHIST-BEFORE-IMAGE.
050100     MOVE SPACES            TO ENTL-RECORD.
050200     MOVE EMNT-ENTL-USER-ID TO ENTL-USER-ID.
050300     MOVE EMNT-UTILITY      TO ENTL-UTILITY.
050400     MOVE EMNT-ENTL-ACTION  TO ENTL-ACTION.
050500     MOVE WS-BUSINESS-DATE  TO ENTL-GRANT-DATE.
050600     MOVE EMNT-USER-ID      TO ENTL-GRANTED-BY.
050700     MOVE ENTL-RECORD       TO EHIST-AFTER-IMAGE.
050800     WRITE ENTL-RECORD
050900         INVALID KEY
051000             DISPLAY 'ENTLMNT0006E - ENTITLEMENT FILE WRITE '
051100                 'FAILED (STATUS ' WS-ENTL-STATUS ') FOR '
051200                 'USER ' EMNT-ENTL-USER-ID
051300             MOVE 16 TO RETURN-CODE
051400             STOP RUN
051500     END-WRITE.
051600     PERFORM 2800-WRITE-HISTORY THRU 2800-WRITE-HISTORY-EXIT.
051700 2300-APPLY-GRANT-EXIT.
051800     EXIT.
051900
052000*****************************************************************
052100*  2400-APPLY-REVOKE  --  REMOVE ONE ENTITLEMENT.  THE USER'S
052200*                    NEXT REQUEST FOR THAT ACTION IS REFUSED AND
052300*                    LOGGED.
052400*****************************************************************
052500 2400-APPLY-REVOKE.
052600     IF NOT WS-ENTL-FOUND
052700         SET WS-EMNT-VALID TO FALSE
052800         MOVE 'ENTITLEMENT NOT ON FILE' TO WS-REJECT-REASON
052900         GO TO 2400-APPLY-REVOKE-EXIT
053000     END-IF.
053100     MOVE ENTL-RECORD TO EHIST-BEFORE-IMAGE.
053200     MOVE SPACES      TO EHIST-AFTER-IMAGE.
053300     DELETE ENTL-FILE
053400         INVALID KEY
053500             DISPLAY 'ENTLMNT0007E - ENTITLEMENT FILE DELETE '
053600                 'FAILED (STATUS ' WS-ENTL-STATUS ') FOR '
053700                 'USER ' EMNT-ENTL-USER-ID
053800             MOVE 16 TO RETURN-CODE
053900             STOP RUN
054000     END-DELETE.
054100     PERFORM 2800-WRITE-HISTORY THRU 2800-WRITE-HISTORY-EXIT.
054200 2400-APPLY-REVOKE-EXIT.
054300     EXIT.
054400
054500*****************************************************************
054600*  2600-REPORT-APPLIED  --  ONE REPORT LINE PER APPLIED GRANT OR
054700*                    REVOKE, SO THE REPORT IS A COMPLETE RECORD
054800*                    OF WHAT THE RUN CHANGED.
054900*****************************************************************
055000 2600-REPORT-APPLIED.
055100     MOVE EMNT-ACTION       TO DTL-ACTION.
055200     MOVE EMNT-USER-ID      TO DTL-USER-ID.
055300     MOVE EMNT-ENTL-USER-ID TO DTL-ENTL-USER-ID.
055400     MOVE EMNT-UTILITY      TO DTL-UTILITY.
055500     MOVE EMNT-ENTL-ACTION  TO DTL-ENTL-ACTION.
055600     IF EMNT-ACTION-GRANT
055700         MOVE 'GRANTED' TO DTL-RESULT
055800     ELSE
055900         MOVE 'REVOKED' TO DTL-RESULT
056000     END-IF.
056100     MOVE WS-DTL-LINE TO RPT-LINE.
056200     WRITE RPT-LINE.
056300 2600-REPORT-APPLIED-EXIT.
056400     EXIT.
056500
056600*****************************************************************
056700*  2700-REPORT-REJECT  --  ONE REPORT LINE PER REJECTED
056800*                    TRANSACTION: WHO ASKED FOR WHAT, AND WHY IT
056900*                    WAS REFUSED.
057000*****************************************************************
057100 2700-REPORT-REJECT.
057200     MOVE EMNT-ACTION       TO DTL-ACTION.
057300     MOVE EMNT-USER-ID      TO DTL-USER-ID.
057400     MOVE EMNT-ENTL-USER-ID TO DTL-ENTL-USER-ID.
057500     MOVE EMNT-UTILITY      TO DTL-UTILITY.
057600     MOVE EMNT-ENTL-ACTION  TO DTL-ENTL-ACTION.
057700     MOVE WS-REJECT-REASON  TO DTL-RESULT.
057800     MOVE WS-DTL-LINE TO RPT-LINE.
057900     WRITE RPT-LINE.
058000 2700-REPORT-REJECT-EXIT.
058100     EXIT.
058200
058300*****************************************************************
058400*  2800-WRITE-HISTORY  --  APPEND THE BEFORE/AFTER IMAGE OF ONE
058500*                    APPLIED CHANGE.  THE IMAGES ARE SET BY THE
058600*                    APPLY PARAGRAPH BEFORE THE CALL.
058700*****************************************************************
058800 2800-WRITE-HISTORY.
058900     ACCEPT WS-RUN-TIME FROM TIME.
059000     MOVE WS-BUSINESS-DATE TO EHIST-CHANGE-DATE.
059100     MOVE WS-RUN-TIME      TO EHIST-CHANGE-TIME.
059200     MOVE EMNT-USER-ID     TO EHIST-USER-ID.
059300     MOVE EMNT-ACTION      TO EHIST-ACTION.
059400     WRITE EHIST-RECORD.
059500 2800-WRITE-HISTORY-EXIT.
059600     EXIT.
059700
059800*****************************************************************
059900*  3000-FINISH  --  PRINT THE TOTALS, CLOSE, AND SET THE RETURN
060000*                    CODE: 0 ALL APPLIED, 4 ANY REJECTED.
060100*****************************************************************
060200 3000-FINISH.
060300     MOVE 'TRANSACTIONS READ'         TO TOT-LABEL.
060400     MOVE WS-EMNT-READ-CNT            TO TOT-COUNT.
060500     MOVE WS-TOT-LINE TO RPT-LINE.
060600     WRITE RPT-LINE.
060700     MOVE 'TRANSACTIONS APPLIED'      TO TOT-LABEL.
060800     MOVE WS-EMNT-APPLIED-CNT         TO TOT-COUNT.
060900     MOVE WS-TOT-LINE TO RPT-LINE.
061000     WRITE RPT-LINE.
061100     MOVE 'TRANSACTIONS REJECTED'     TO TOT-LABEL.
061200     MOVE WS-EMNT-REJECT-CNT          TO TOT-COUNT.
061300     MOVE WS-TOT-LINE TO RPT-LINE.
061400     WRITE RPT-LINE.
061500     MOVE '  SECURITY VIOLATIONS LOGGED' TO TOT-LABEL.
061600     MOVE WS-SECV-CNT                 TO TOT-COUNT.
061700     MOVE WS-TOT-LINE TO RPT-LINE.
061800     WRITE RPT-LINE.
061900
062000     CLOSE ENTL-FILE.
062100     CLOSE EMNT-FILE.
062200     CLOSE EHIST-FILE.
062300     CLOSE SECV-FILE.
062400     CLOSE ENTL-REPORT-FILE.
062500
062600     IF WS-EMNT-REJECT-CNT > ZERO
062700         DISPLAY 'ENTLMNT0008W - ' WS-EMNT-REJECT-CNT
062800             ' MAINTENANCE TRANSACTION(S) REJECTED - SEE '
062900             'MAINTENANCE REPORT'
063000         MOVE 4 TO RETURN-CODE
063100     ELSE
063200         MOVE 0 TO RETURN-CODE
063300     END-IF.
063400 3000-FINISH-EXIT.
063500     EXIT.
