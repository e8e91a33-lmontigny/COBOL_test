000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FEEDMNT.
000300 AUTHOR.         R MONTIGNY.
000400 INSTALLATION.   OPERATIONS SUPPORT.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  --------------------
001000*  2026-10-15  RLM  ORIGINAL VERSION.  TRANEDIT NOW CHECKS THE
001100*                   '*HEADER*' RECORD OF EVERY CONVERTED FEED
001200*                   AGAINST A KEYED FEED REGISTER, SO THE SHOP
001300*                   NEEDS A CONTROLLED WAY TO REGISTER SENDERS
001400*                   AND TO CORRECT A SENDER'S SEQUENCE WHEN IT
001500*                   RESTARTS ITS NUMBERING.  THIS UTILITY
001600*                   APPLIES ADD/CHANGE/RESET/DELETE TRANSACTIONS
001700*                   AGAINST THE REGISTER IN PLACE, ENFORCES THE
001800*                   RULES THE FIELDS IMPLY (SENDER IDS UNIQUE,
001900*                   NAME REQUIRED, EXPECTED FLAG Y OR N,
002000*                   SEQUENCE NUMERIC), APPENDS A BEFORE/AFTER
002100*                   IMAGE OF EVERY APPLIED CHANGE TO A CHANGE-
002200*                   HISTORY FILE, AND PRINTS EVERY REJECTED
002300*                   TRANSACTION WITH ITS REASON ON THE
002400*                   MAINTENANCE REPORT, THE WAY ACCTMNT DOES FOR
002500*                   THE ACCOUNT MASTER.
002514*  2026-10-15  RLM  EVERY TRANSACTION IS NOW CHECKED AGAINST THE
002528*                   OPERATOR ENTITLEMENT FILE BEFORE IT IS
002542*                   APPLIED.  A USER WITH NO ENTITLEMENT TO THE
002556*                   ACTION IS REJECTED ON THE REPORT AND THE
002570*                   ATTEMPT IS APPENDED TO THE SECURITY-VIOLATION
002584*                   LOG.
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.    IBM-370.
003100 OBJECT-COMPUTER.    IBM-370.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT FEEDREG-FILE ASSIGN TO FEEDREG
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS FREG-SENDER-ID
003900         FILE STATUS IS WS-FREG-STATUS.
004000
004100     SELECT FMNT-FILE ASSIGN TO FMNTFILE
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-FMNT-STATUS.
004400
004500     SELECT FHIST-FILE ASSIGN TO FEEDHIST
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-FHIST-STATUS.
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
005100         FILE STATUS IS WS-RUNCAL-STATUS.
005200
005300     SELECT FEED-REPORT-FILE ASSIGN TO FMNTRPT
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  FEEDREG-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 COPY FEEDREG.
006100
006200 FD  FMNT-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 COPY FEEDMNT.
006600
006700 FD  FHIST-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 COPY FEEDHIST.
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
007400     LABEL RECORDS ARE STANDARD.
007500 COPY RUNCAL.
007600
007700 FD  FEED-REPORT-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 01  RPT-LINE                       PIC X(80).
008100
008200 WORKING-STORAGE SECTION.
008300*****************************************************************
008400*  SWITCHES AND COUNTERS
008500*****************************************************************
008600 77  WS-FREG-STATUS                 PIC X(02) VALUE SPACES.
008700 77  WS-FMNT-STATUS                 PIC X(02) VALUE SPACES.
008800 77  WS-FHIST-STATUS                PIC X(02) VALUE SPACES.
008900 77  WS-RUNCAL-STATUS               PIC X(02) VALUE SPACES.
008925 77  WS-ENTL-STATUS                 PIC X(02) VALUE SPACES.
008950 77  WS-SECV-STATUS                 PIC X(02) VALUE SPACES.
008975 77  WS-PROGRAM-NAME                PIC X(08) VALUE 'FEEDMNT'.
009000 77  WS-FMNT-READ-CNT               PIC 9(05) VALUE 0.
009100 77  WS-FMNT-APPLIED-CNT            PIC 9(05) VALUE 0.
009200 77  WS-FMNT-REJECT-CNT             PIC 9(05) VALUE 0.
009300 77  WS-REJECT-REASON               PIC X(30) VALUE SPACES.
009400 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
009450 77  WS-SECV-CNT                    PIC 9(05) VALUE 0.
009500
009600 01  WS-CURRENT-DATE-TIME.
009700     05  WS-RUN-DATE                PIC 9(08).
009800     05  WS-RUN-TIME                PIC 9(08).
009900
010000 01  WS-SWITCHES.
010100     05  WS-FMNT-EOF-SW             PIC X(01) VALUE 'N'.
010200         88  WS-FMNT-EOF                       VALUE 'Y'.
010300     05  WS-FREG-FOUND-SW           PIC X(01) VALUE 'N'.
010400         88  WS-FREG-FOUND                     VALUE 'Y'
010500             WHEN SET TO FALSE IS 'N'.
010600     05  WS-FMNT-VALID-SW           PIC X(01) VALUE 'Y'.
010700         88  WS-FMNT-VALID                     VALUE 'Y'
010800             WHEN SET TO FALSE IS 'N'.
010900
011000*****************************************************************
011100*  PRINT-IMAGE LINES
011200*****************************************************************
011300 01  WS-HDG-1.
011400     05  FILLER                     PIC X(80) VALUE
011500         'FEEDMNT FEED-REGISTER MAINTENANCE REPORT'.
011600
011700 01  WS-HDG-2.
011800     05  FILLER                     PIC X(09) VALUE 'ACTION'.
011900     05  FILLER                     PIC X(11) VALUE 'USER'.
012000     05  FILLER                     PIC X(11) VALUE 'SENDER'.
012100     05  FILLER                     PIC X(30) VALUE 'REASON'.
012200
012300 01  WS-REJ-LINE.
012400     05  REJ-ACTION                 PIC X(01).
012500     05  FILLER                     PIC X(08) VALUE SPACES.
012600     05  REJ-USER-ID                PIC X(08).
012700     05  FILLER                     PIC X(03) VALUE SPACES.
012800     05  REJ-SENDER-ID              PIC X(08).
012900     05  FILLER                     PIC X(03) VALUE SPACES.
013000     05  REJ-REASON                 PIC X(30).
013100     05  FILLER                     PIC X(19) VALUE SPACES.
013200
013300 01  WS-TOT-LINE.
013400     05  TOT-LABEL                  PIC X(34).
013500     05  TOT-COUNT                  PIC ZZZZ9.
013600     05  FILLER                     PIC X(41) VALUE SPACES.
013700
013800 PROCEDURE DIVISION.
013900*****************************************************************
014000*  0000-MAINLINE
014100*****************************************************************
014200 0000-MAINLINE.
014300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
014400     PERFORM 2000-PROCESS-FMNT THRU 2000-PROCESS-FMNT-EXIT
014500         UNTIL WS-FMNT-EOF.
014600     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
014700     STOP RUN.
014800
014900*****************************************************************
015000*  1000-INITIALIZE  --  SET THE BUSINESS DATE, OPEN EVERY FILE,
015100*                    AND PRIME THE FIRST MAINTENANCE READ.  THE
015200*                    FIRST RUN ON A NEW SYSTEM WILL NOT FIND THE
015300*                    FEED REGISTER YET, SO A NOT-FOUND STATUS ON
015400*                    THE I-O OPEN IS TREATED AS "CREATE IT NOW"
015500*                    RATHER THAN AS AN ERROR.
015600*****************************************************************
015700 1000-INITIALIZE.
015800     PERFORM 1100-SET-BUSINESS-DATE
015900         THRU 1100-SET-BUSINESS-DATE-EXIT.
016000     OPEN I-O FEEDREG-FILE.
016100     IF WS-FREG-STATUS = '35'
016200         OPEN OUTPUT FEEDREG-FILE
016300         CLOSE FEEDREG-FILE
016400         OPEN I-O FEEDREG-FILE
016500     END-IF.
016600     IF WS-FREG-STATUS NOT = '00'
016700         DISPLAY 'FEEDMNT0001E - FEED REGISTER COULD NOT BE '
016800             'OPENED (STATUS ' WS-FREG-STATUS ') - NO '
016900             'MAINTENANCE APPLIED'
017000         MOVE 16 TO RETURN-CODE
017100         STOP RUN
017200     END-IF.
017300     OPEN INPUT FMNT-FILE.
017400     IF WS-FMNT-STATUS NOT = '00'
017500         DISPLAY 'FEEDMNT0002E - MAINTENANCE TRANSACTION FILE '
017600             'COULD NOT BE OPENED (STATUS ' WS-FMNT-STATUS ') '
017700             '- NO MAINTENANCE APPLIED'
017800         MOVE 16 TO RETURN-CODE
017900         STOP RUN
018000     END-IF.
018100     PERFORM 1200-OPEN-HISTORY THRU 1200-OPEN-HISTORY-EXIT.
018150     PERFORM 1300-OPEN-SECURITY THRU 1300-OPEN-SECURITY-EXIT.
018200     OPEN OUTPUT FEED-REPORT-FILE.
018300     MOVE WS-HDG-1 TO RPT-LINE.
018400     WRITE RPT-LINE.
018500     MOVE WS-HDG-2 TO RPT-LINE.
018600     WRITE RPT-LINE.
018700     PERFORM 2100-READ-FMNT THRU 2100-READ-FMNT-EXIT.
018800 1000-INITIALIZE-EXIT.
018900     EXIT.
019000
019100*****************************************************************
019200*  1100-SET-BUSINESS-DATE  --  THE RUN CALENDAR NAMES THE DATE
019300*                    STAMPED ON THE CHANGE HISTORY.  A MISSING
019400*                    OR UNREADABLE CALENDAR FALLS BACK TO THE
019500*                    SYSTEM DATE, AS BEFORE CALENDAR CONTROL
019600*                    EXISTED.
019700*****************************************************************
019800 1100-SET-BUSINESS-DATE.
019900     OPEN INPUT RUNCAL-FILE.
020000     IF WS-RUNCAL-STATUS NOT = '00'
020100         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
020200         GO TO 1100-SET-BUSINESS-DATE-EXIT
020300     END-IF.
020400     READ RUNCAL-FILE
020500         AT END
020600             ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
020700             CLOSE RUNCAL-FILE
020800             GO TO 1100-SET-BUSINESS-DATE-EXIT
020900     END-READ.
021000     IF CAL-BUS-DATE NUMERIC
021100         MOVE CAL-BUS-DATE TO WS-BUSINESS-DATE
021200     ELSE
021300         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
021400     END-IF.
021500     CLOSE RUNCAL-FILE.
021600 1100-SET-BUSINESS-DATE-EXIT.
021700     EXIT.
021800
021900*****************************************************************
022000*  1200-OPEN-HISTORY  --  OPEN THE CHANGE-HISTORY FILE FOR
022100*                    APPEND.  THE FIRST RUN ON A NEW SYSTEM WILL
022200*                    NOT FIND THE FILE YET, SO A NOT-FOUND
022300*                    STATUS ON THE EXTEND OPEN IS TREATED AS
022400*                    "CREATE IT NOW" RATHER THAN AS AN ERROR.
022500*****************************************************************
022600 1200-OPEN-HISTORY.
022700     OPEN EXTEND FHIST-FILE.
022800     IF WS-FHIST-STATUS = '35'
022900         OPEN OUTPUT FHIST-FILE
023000     END-IF.
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
023336         DISPLAY 'FEEDMNT0008E - ENTITLEMENT FILE COULD NOT BE '
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
023369         DISPLAY 'FEEDMNT0009E - SECURITY-VIOLATION LOG COULD '
023372             'NOT BE OPENED (STATUS ' WS-SECV-STATUS ') - NO '
023375             'MAINTENANCE APPLIED'
023378         MOVE 16 TO RETURN-CODE
023381         STOP RUN
023384     END-IF.
023387 1300-OPEN-SECURITY-EXIT.
023390     EXIT.
023393
023400*****************************************************************
023500*  2000-PROCESS-FMNT  --  VALIDATE AND APPLY ONE MAINTENANCE
023600*                    TRANSACTION.  A TRANSACTION THAT FAILS ANY
023700*                    EDIT IS REPORTED AND LEAVES THE REGISTER
023800*                    UNTOUCHED.
023900*****************************************************************
024000 2000-PROCESS-FMNT.
024100     ADD 1 TO WS-FMNT-READ-CNT.
024200     SET WS-FMNT-VALID TO TRUE.
024300     MOVE SPACES TO WS-REJECT-REASON.
024400     PERFORM 2200-FIND-SENDER THRU 2200-FIND-SENDER-EXIT.
024433     PERFORM 2050-CHECK-ENTITLEMENT
024466         THRU 2050-CHECK-ENTITLEMENT-EXIT.
024500
024600     EVALUATE TRUE
024633         WHEN NOT WS-FMNT-VALID
024666             CONTINUE
024700         WHEN FMNT-ACTION-ADD
024800             PERFORM 2300-APPLY-ADD THRU 2300-APPLY-ADD-EXIT
024900         WHEN FMNT-ACTION-CHANGE
025000             PERFORM 2400-APPLY-CHANGE
025100                 THRU 2400-APPLY-CHANGE-EXIT
025200         WHEN FMNT-ACTION-RESET
025300             PERFORM 2500-APPLY-RESET
025400                 THRU 2500-APPLY-RESET-EXIT
025500         WHEN FMNT-ACTION-DELETE
025600             PERFORM 2600-APPLY-DELETE
025700                 THRU 2600-APPLY-DELETE-EXIT
025800         WHEN OTHER
025900             SET WS-FMNT-VALID TO FALSE
026000             MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
026100     END-EVALUATE.
026200
026300     IF WS-FMNT-VALID
026400         ADD 1 TO WS-FMNT-APPLIED-CNT
026500     ELSE
026600         ADD 1 TO WS-FMNT-REJECT-CNT
026700         PERFORM 2700-REPORT-REJECT
026800             THRU 2700-REPORT-REJECT-EXIT
026900     END-IF.
027000
027100     PERFORM 2100-READ-FMNT THRU 2100-READ-FMNT-EXIT.
027200 2000-PROCESS-FMNT-EXIT.
027300     EXIT.
027400
027401*****************************************************************
027402*  2050-CHECK-ENTITLEMENT  --  THE REQUESTING USER MUST HOLD AN
027403*                    ENTITLEMENT TO THIS ACTION IN THIS UTILITY.
027404*                    A REFUSAL IS LOGGED AS A SECURITY VIOLATION.
027405*                    AN UNKNOWN ACTION CODE IS LEFT FOR THE ACTION
027406*                    EDIT TO REPORT.
027407*****************************************************************
027408 2050-CHECK-ENTITLEMENT.
027409     IF NOT FMNT-ACTION-ADD
027410         AND NOT FMNT-ACTION-CHANGE
027411         AND NOT FMNT-ACTION-RESET
027412         AND NOT FMNT-ACTION-DELETE
027413         GO TO 2050-CHECK-ENTITLEMENT-EXIT
027414     END-IF.
027415     MOVE FMNT-USER-ID    TO ENTL-USER-ID.
027416     MOVE WS-PROGRAM-NAME TO ENTL-UTILITY.
027417     MOVE FMNT-ACTION     TO ENTL-ACTION.
027418     READ ENTL-FILE
027419         INVALID KEY
027420             SET WS-FMNT-VALID TO FALSE
027421             MOVE 'USER NOT ENTITLED TO ACTION'
027422                 TO WS-REJECT-REASON
027423             PERFORM 2060-LOG-VIOLATION
027424                 THRU 2060-LOG-VIOLATION-EXIT
027425     END-READ.
027426     IF WS-ENTL-STATUS NOT = '00' AND WS-ENTL-STATUS NOT = '23'
027427         DISPLAY 'FEEDMNT0010E - ENTITLEMENT FILE COULD NOT BE '
027428             'READ (STATUS ' WS-ENTL-STATUS ') FOR USER '
027429             FMNT-USER-ID
027430         MOVE 16 TO RETURN-CODE
027431         STOP RUN
027432     END-IF.
027433 2050-CHECK-ENTITLEMENT-EXIT.
027434     EXIT.
027435
027436*****************************************************************
027437*  2060-LOG-VIOLATION  --  APPEND ONE REFUSED ATTEMPT TO THE
027438*                    SECURITY-VIOLATION LOG.  THE REASON IS SET BY
027439*                    THE CALLER.
027440*****************************************************************
027441 2060-LOG-VIOLATION.
027442     ACCEPT WS-RUN-TIME FROM TIME.
027443     MOVE WS-BUSINESS-DATE TO SECV-CHANGE-DATE.
027444     MOVE WS-RUN-TIME      TO SECV-CHANGE-TIME.
027445     MOVE FMNT-USER-ID     TO SECV-USER-ID.
027446     MOVE WS-PROGRAM-NAME  TO SECV-PROGRAM-NAME.
027447     MOVE FMNT-ACTION      TO SECV-ACTION.
027448     MOVE FMNT-SENDER-ID   TO SECV-OBJECT.
027449     MOVE WS-REJECT-REASON TO SECV-REASON.
027450     WRITE SECV-RECORD.
027451     ADD 1 TO WS-SECV-CNT.
027452 2060-LOG-VIOLATION-EXIT.
027453     EXIT.
027454
027500*****************************************************************
027600*  2100-READ-FMNT
027700*****************************************************************
027800 2100-READ-FMNT.
027900     READ FMNT-FILE
028000         AT END
028100             SET WS-FMNT-EOF TO TRUE
028200     END-READ.
028300 2100-READ-FMNT-EXIT.
028400     EXIT.
028500
028600*****************************************************************
028700*  2200-FIND-SENDER  --  LOOK THE TRANSACTION'S SENDER ID UP ON
028800*                    THE REGISTER.  A HIT LEAVES THE RECORD IN
028900*                    THE FREG RECORD AREA FOR THE APPLY
029000*                    PARAGRAPHS.
029100*****************************************************************
029200 2200-FIND-SENDER.
029300     SET WS-FREG-FOUND TO FALSE.
029400     MOVE FMNT-SENDER-ID TO FREG-SENDER-ID.
029500     READ FEEDREG-FILE
029600         INVALID KEY
029700             CONTINUE
029800         NOT INVALID KEY
029900             SET WS-FREG-FOUND TO TRUE
030000     END-READ.
030100     IF WS-FREG-STATUS NOT = '00' AND WS-FREG-STATUS NOT = '23'
030200         DISPLAY 'FEEDMNT0006E - FEED REGISTER COULD NOT BE '
030300             'READ (STATUS ' WS-FREG-STATUS ') FOR SENDER '
030400             FMNT-SENDER-ID
030500         MOVE 16 TO RETURN-CODE
030600         STOP RUN
030700     END-IF.
030800 2200-FIND-SENDER-EXIT.
030900     EXIT.
031000
031100*****************************************************************
031200*  2300-APPLY-ADD  --  REGISTER A NEW SENDER.  THE ID MUST NOT
031300*                    EXIST YET, THE NAME IS REQUIRED, AND THE
031400*                    STARTING SEQUENCE IS THE NUMBER OF THE LAST
031500*                    FILE ALREADY RECEIVED -- ZERO FOR A NEW
031600*                    SENDER.
031700*****************************************************************
031800 2300-APPLY-ADD.
031900     IF WS-FREG-FOUND
032000         SET WS-FMNT-VALID TO FALSE
032100         MOVE 'SENDER ALREADY REGISTERED' TO WS-REJECT-REASON
032200         GO TO 2300-APPLY-ADD-EXIT
032300     END-IF.
032400     IF FMNT-SENDER-ID = SPACES
032500         SET WS-FMNT-VALID TO FALSE
032600         MOVE 'SENDER ID MISSING' TO WS-REJECT-REASON
032700         GO TO 2300-APPLY-ADD-EXIT
032800     END-IF.
032900     PERFORM 2650-VALIDATE-FIELDS
033000         THRU 2650-VALIDATE-FIELDS-EXIT.
033100     IF NOT WS-FMNT-VALID
033200         GO TO 2300-APPLY-ADD-EXIT
033300     END-IF.
033400     IF FMNT-LAST-SEQ NOT NUMERIC
033500         SET WS-FMNT-VALID TO FALSE
033600         MOVE 'LAST SEQUENCE NOT NUMERIC' TO WS-REJECT-REASON
033700         GO TO 2300-APPLY-ADD-EXIT
033800     END-IF.
033900     MOVE SPACES TO FHIST-BEFORE-IMAGE.
034000     MOVE FMNT-SENDER-ID     TO FREG-SENDER-ID.
034100     MOVE FMNT-SENDER-NAME   TO FREG-SENDER-NAME.
034200     MOVE FMNT-LOOP-NAME     TO FREG-LOOP-NAME.
034300     MOVE FMNT-EXPECTED-FLAG TO FREG-EXPECTED-FLAG.
034400     MOVE FMNT-LAST-SEQ      TO FREG-LAST-SEQ.
034500     MOVE ZERO               TO FREG-LAST-CREATE-DATE
034600                                FREG-LAST-RECV-DATE
034700                                FREG-LAST-RECV-TIME.
034800     MOVE FREG-RECORD        TO FHIST-AFTER-IMAGE.
034900     WRITE FREG-RECORD
035000         INVALID KEY
035100             DISPLAY 'FEEDMNT0003E - FEED REGISTER WRITE '
035200                 'FAILED (STATUS ' WS-FREG-STATUS ') FOR '
035300                 'SENDER ' FMNT-SENDER-ID
035400             MOVE 16 TO RETURN-CODE
035500             STOP RUN
035600     END-WRITE.
035700     PERFORM 2800-WRITE-HISTORY THRU 2800-WRITE-HISTORY-EXIT.
035800 2300-APPLY-ADD-EXIT.
035900     EXIT.
036000
036100*****************************************************************
036200*  2400-APPLY-CHANGE  --  REPLACE AN EXISTING SENDER'S NAME,
036300*                    INSTANCE, AND EXPECTED FLAG.  THE SEQUENCE
036400*                    FIELDS ARE LEFT ALONE; ONLY A RESET MOVES
036500*                    THEM.
036600*****************************************************************
036700 2400-APPLY-CHANGE.
036800     IF NOT WS-FREG-FOUND
036900         SET WS-FMNT-VALID TO FALSE
037000         MOVE 'SENDER NOT REGISTERED' TO WS-REJECT-REASON
037100         GO TO 2400-APPLY-CHANGE-EXIT
037200     END-IF.
037300     PERFORM 2650-VALIDATE-FIELDS
037400         THRU 2650-VALIDATE-FIELDS-EXIT.
037500     IF NOT WS-FMNT-VALID
037600         GO TO 2400-APPLY-CHANGE-EXIT
037700     END-IF.
037800     MOVE FREG-RECORD        TO FHIST-BEFORE-IMAGE.
037900     MOVE FMNT-SENDER-NAME   TO FREG-SENDER-NAME.
038000     MOVE FMNT-LOOP-NAME     TO FREG-LOOP-NAME.
038100     MOVE FMNT-EXPECTED-FLAG TO FREG-EXPECTED-FLAG.
038200     MOVE FREG-RECORD        TO FHIST-AFTER-IMAGE.
038300     PERFORM 2900-REWRITE-SENDER THRU 2900-REWRITE-SENDER-EXIT.
038400     PERFORM 2800-WRITE-HISTORY THRU 2800-WRITE-HISTORY-EXIT.
038500 2400-APPLY-CHANGE-EXIT.
038600     EXIT.
038700
038800*****************************************************************
038900*  2500-APPLY-RESET  --  SET THE LAST SEQUENCE NUMBER ACCEPTED
039000*                    FROM A SENDER, SO ITS NEXT FILE MUST CARRY
039100*                    THAT NUMBER PLUS ONE.  USED WHEN A SENDER
039200*                    RESTARTS ITS NUMBERING OR A DELIVERY IS
039300*                    SKIPPED BY AGREEMENT.  THE LAST CREATION
039400*                    DATE IS CLEARED SO A RESTARTED SENDER'S
039500*                    OLDER-LOOKING FILE IS NOT TAKEN FOR AN
039600*                    OUT-OF-ORDER ONE.
039700*****************************************************************
039800 2500-APPLY-RESET.
039900     IF NOT WS-FREG-FOUND
040000         SET WS-FMNT-VALID TO FALSE
040100         MOVE 'SENDER NOT REGISTERED' TO WS-REJECT-REASON
040200         GO TO 2500-APPLY-RESET-EXIT
040300     END-IF.
040400     IF FMNT-LAST-SEQ NOT NUMERIC
040500         SET WS-FMNT-VALID TO FALSE
040600         MOVE 'LAST SEQUENCE NOT NUMERIC' TO WS-REJECT-REASON
040700         GO TO 2500-APPLY-RESET-EXIT
040800     END-IF.
040900     MOVE FREG-RECORD        TO FHIST-BEFORE-IMAGE.
041000     MOVE FMNT-LAST-SEQ      TO FREG-LAST-SEQ.
041100     MOVE ZERO               TO FREG-LAST-CREATE-DATE.
041200     MOVE FREG-RECORD        TO FHIST-AFTER-IMAGE.
041300     PERFORM 2900-REWRITE-SENDER THRU 2900-REWRITE-SENDER-EXIT.
041400     PERFORM 2800-WRITE-HISTORY THRU 2800-WRITE-HISTORY-EXIT.
041500 2500-APPLY-RESET-EXIT.
041600     EXIT.
041700
041800*****************************************************************
041900*  2600-APPLY-DELETE  --  DROP A SENDER FROM THE REGISTER.  ITS
042000*                    NEXT FILE WILL BE REFUSED AS UNREGISTERED
042100*                    AND IT NO LONGER APPEARS ON THE INTAKE
042200*                    REPORT.
042300*****************************************************************
042400 2600-APPLY-DELETE.
042500     IF NOT WS-FREG-FOUND
042600         SET WS-FMNT-VALID TO FALSE
042700         MOVE 'SENDER NOT REGISTERED' TO WS-REJECT-REASON
042800         GO TO 2600-APPLY-DELETE-EXIT
042900     END-IF.
043000     MOVE FREG-RECORD TO FHIST-BEFORE-IMAGE.
043100     MOVE SPACES      TO FHIST-AFTER-IMAGE.
043200     DELETE FEEDREG-FILE
043300         INVALID KEY
043400             DISPLAY 'FEEDMNT0007E - FEED REGISTER DELETE '
043500                 'FAILED (STATUS ' WS-FREG-STATUS ') FOR '
043600                 'SENDER ' FMNT-SENDER-ID
043700             MOVE 16 TO RETURN-CODE
043800             STOP RUN
043900     END-DELETE.
044000     PERFORM 2800-WRITE-HISTORY THRU 2800-WRITE-HISTORY-EXIT.
044100 2600-APPLY-DELETE-EXIT.
044200     EXIT.
044300
044400*****************************************************************
044500*  2650-VALIDATE-FIELDS  --  THE EDITS AN ADD AND A CHANGE
044600*                    SHARE: A NAME, AND AN EXPECTED FLAG OF Y
044700*                    (A FILE EVERY PROCESSING DAY) OR N.
044800*****************************************************************
044900 2650-VALIDATE-FIELDS.
045000     IF FMNT-SENDER-NAME = SPACES
045100         SET WS-FMNT-VALID TO FALSE
045200         MOVE 'SENDER NAME MISSING' TO WS-REJECT-REASON
045300         GO TO 2650-VALIDATE-FIELDS-EXIT
045400     END-IF.
045500     IF FMNT-EXPECTED-FLAG NOT = 'Y'
045600         AND FMNT-EXPECTED-FLAG NOT = 'N'
045700         SET WS-FMNT-VALID TO FALSE
045800         MOVE 'EXPECTED FLAG NOT Y OR N' TO WS-REJECT-REASON
045900     END-IF.
046000 2650-VALIDATE-FIELDS-EXIT.
046100     EXIT.
046200
046300*****************************************************************
046400*  2700-REPORT-REJECT  --  ONE REPORT LINE PER REJECTED
046500*                    TRANSACTION: WHO ASKED FOR WHAT, AND WHY IT
046600*                    WAS REFUSED.
046700*****************************************************************
046800 2700-REPORT-REJECT.
046900     MOVE FMNT-ACTION      TO REJ-ACTION.
047000     MOVE FMNT-USER-ID     TO REJ-USER-ID.
047100     MOVE FMNT-SENDER-ID   TO REJ-SENDER-ID.
047200     MOVE WS-REJECT-REASON TO REJ-REASON.
047300     MOVE WS-REJ-LINE TO RPT-LINE.
047400     WRITE RPT-LINE.
047500 2700-REPORT-REJECT-EXIT.
047600     EXIT.
047700
047800*****************************************************************
047900*  2800-WRITE-HISTORY  --  APPEND THE BEFORE/AFTER IMAGE OF ONE
048000*                    APPLIED CHANGE.  THE IMAGES ARE SET BY THE
048100*                    APPLY PARAGRAPH BEFORE THE CALL.
048200*****************************************************************
048300 2800-WRITE-HISTORY.
048400     ACCEPT WS-RUN-TIME FROM TIME.
048500     MOVE WS-BUSINESS-DATE TO FHIST-CHANGE-DATE.
048600     MOVE WS-RUN-TIME      TO FHIST-CHANGE-TIME.
048700     MOVE FMNT-USER-ID     TO FHIST-USER-ID.
048800     MOVE FMNT-ACTION      TO FHIST-ACTION.
048900     WRITE FHIST-RECORD.
049000 2800-WRITE-HISTORY-EXIT.
049100     EXIT.
049200
049300*****************************************************************
049400*  2900-REWRITE-SENDER  --  REWRITE THE REGISTER RECORD THE
049500*                    APPLY PARAGRAPH HAS JUST CHANGED.
049600*****************************************************************
049700 2900-REWRITE-SENDER.
049800     REWRITE FREG-RECORD.
049900     IF WS-FREG-STATUS NOT = '00'
050000         DISPLAY 'FEEDMNT0004E - FEED REGISTER REWRITE FAILED '
050100             '(STATUS ' WS-FREG-STATUS ') FOR SENDER '
050200             FMNT-SENDER-ID
050300         MOVE 16 TO RETURN-CODE
050400         STOP RUN
050500     END-IF.
050600 2900-REWRITE-SENDER-EXIT.
050700     EXIT.
050800
050900*****************************************************************
051000*  3000-FINISH  --  PRINT THE TOTALS, CLOSE, AND SET THE RETURN
051100*                    CODE: 0 ALL APPLIED, 4 ANY REJECTED.
051200*****************************************************************
051300 3000-FINISH.
051400     MOVE 'TRANSACTIONS READ'         TO TOT-LABEL.
051500     MOVE WS-FMNT-READ-CNT            TO TOT-COUNT.
051600     MOVE WS-TOT-LINE TO RPT-LINE.
051700     WRITE RPT-LINE.
051800     MOVE 'TRANSACTIONS APPLIED'      TO TOT-LABEL.
051900     MOVE WS-FMNT-APPLIED-CNT         TO TOT-COUNT.
052000     MOVE WS-TOT-LINE TO RPT-LINE.
052100     WRITE RPT-LINE.
052200     MOVE 'TRANSACTIONS REJECTED'     TO TOT-LABEL.
052300     MOVE WS-FMNT-REJECT-CNT          TO TOT-COUNT.
052400     MOVE WS-TOT-LINE TO RPT-LINE.
052500     WRITE RPT-LINE.
052520     MOVE '  SECURITY VIOLATIONS LOGGED' TO TOT-LABEL.
052540     MOVE WS-SECV-CNT                 TO TOT-COUNT.
052560     MOVE WS-TOT-LINE TO RPT-LINE.
052580     WRITE RPT-LINE.
052600
052700     CLOSE FEEDREG-FILE.
052800     CLOSE FMNT-FILE.
052900     CLOSE FHIST-FILE.
052933     CLOSE ENTL-FILE.
052966     CLOSE SECV-FILE.
053000     CLOSE FEED-REPORT-FILE.
053100
053200     IF WS-FMNT-REJECT-CNT > ZERO
053300         DISPLAY 'FEEDMNT0005W - ' WS-FMNT-REJECT-CNT
053400             ' MAINTENANCE TRANSACTION(S) REJECTED - SEE '
053500             'MAINTENANCE REPORT'
053600         MOVE 4 TO RETURN-CODE
053700     ELSE
053800         MOVE 0 TO RETURN-CODE
053900     END-IF.
054000 3000-FINISH-EXIT.
054100     EXIT.
