000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SORDMNT.
000300 AUTHOR.         R MONTIGNY.
000400 INSTALLATION.   OPERATIONS SUPPORT.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  --------------------
001000*  2026-10-15  RLM  ORIGINAL VERSION.  RECURRING TRANSACTIONS --
001100*                   RENTS, FEES, SWEEPS -- WERE KEYED BY HAND
001200*                   INTO THE SENDERS' FILES EVERY TIME THEY FELL
001300*                   DUE.  THEY ARE NOW HELD AS STANDING ORDERS
001400*                   ON A KEYED MASTER AND SORDGEN WRITES EACH
001500*                   OCCURRENCE INTO ITS INSTANCE'S INPUT.  THIS
001600*                   UTILITY APPLIES ADD/CHANGE/CANCEL
001700*                   TRANSACTIONS AGAINST THAT MASTER IN PLACE,
001800*                   ENFORCES THE RULES THE FIELDS IMPLY (ORDER
001900*                   IDS UNIQUE, ACCOUNT OPEN, TYPE, AMOUNT,
002000*                   FREQUENCY, DAY, AND DATES VALID, NO CHANGES
002100*                   TO A CANCELLED ORDER), CHECKS EVERY
002200*                   TRANSACTION AGAINST THE OPERATOR ENTITLEMENT
002300*                   FILE, APPENDS A BEFORE/AFTER IMAGE OF EVERY
002400*                   APPLIED CHANGE TO A CHANGE-HISTORY FILE, AND
002500*                   PRINTS EVERY REJECTED TRANSACTION WITH ITS
002600*                   REASON ON THE MAINTENANCE REPORT, THE WAY
002700*                   ACCTMNT DOES FOR THE ACCOUNT MASTER.  ORDERS
002800*                   ARE CANCELLED, NEVER DELETED, SO THEIR
002900*                   TRAN-IDS ARE NEVER ISSUED TWICE.
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.    IBM-370.
003500 OBJECT-COMPUTER.    IBM-370.
003600
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT SORD-FILE ASSIGN TO SORDMST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS SORD-ID
004300         FILE STATUS IS WS-SORD-STATUS.
004400
004500     SELECT SMNT-FILE ASSIGN TO SMNTFILE
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-SMNT-STATUS.
004800
004900     SELECT SHIST-FILE ASSIGN TO SORDHIST
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-SHIST-STATUS.
005200
005300     SELECT ACCT-FILE ASSIGN TO ACCTMST
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS ACCT-NUMBER
005700         FILE STATUS IS WS-ACCT-STATUS.
005800
005900     SELECT ENTL-FILE ASSIGN TO ENTLFILE
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS ENTL-KEY
006300         FILE STATUS IS WS-ENTL-STATUS.
006400
006500     SELECT SECV-FILE ASSIGN TO SECVLOG
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-SECV-STATUS.
006800
006900     SELECT RUNCAL-FILE ASSIGN TO RUNCALF
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-RUNCAL-STATUS.
007200
007300     SELECT SORD-REPORT-FILE ASSIGN TO SMNTRPT
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  SORD-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 COPY SORDREC.
008100
008200 FD  SMNT-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 COPY SORDMNT.
008600
008700 FD  SHIST-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 COPY SORDHIST.
009100
009200 FD  ACCT-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 COPY ACCTREC.
009500
009600 FD  ENTL-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 COPY ENTLREC.
009900
010000 FD  SECV-FILE
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300 COPY SECVIOL.
010400
010500 FD  RUNCAL-FILE
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800 COPY RUNCAL.
010900
011000 FD  SORD-REPORT-FILE
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD.
011300 01  RPT-LINE                       PIC X(80).
011400
011500 WORKING-STORAGE SECTION.
011600*****************************************************************
011700*  SWITCHES AND COUNTERS
011800*****************************************************************
011900 77  WS-SORD-STATUS                 PIC X(02) VALUE SPACES.
012000 77  WS-SMNT-STATUS                 PIC X(02) VALUE SPACES.
012100 77  WS-SHIST-STATUS                PIC X(02) VALUE SPACES.
012200 77  WS-ACCT-STATUS                 PIC X(02) VALUE SPACES.
012300 77  WS-RUNCAL-STATUS               PIC X(02) VALUE SPACES.
012400 77  WS-ENTL-STATUS                 PIC X(02) VALUE SPACES.
012500 77  WS-SECV-STATUS                 PIC X(02) VALUE SPACES.
012600 77  WS-PROGRAM-NAME                PIC X(08) VALUE 'SORDMNT'.
012700 77  WS-SMNT-READ-CNT               PIC 9(05) VALUE 0.
012800 77  WS-SMNT-APPLIED-CNT            PIC 9(05) VALUE 0.
012900 77  WS-SMNT-REJECT-CNT             PIC 9(05) VALUE 0.
013000 77  WS-REJECT-REASON               PIC X(30) VALUE SPACES.
013100 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
013200 77  WS-SECV-CNT                    PIC 9(05) VALUE 0.
013300 77  WS-SPACE-CNT                   PIC 9(02) COMP VALUE 0.
013400 77  WS-LEAP-QUOT                   PIC 9(04) COMP VALUE 0.
013500 77  WS-LEAP-REM                    PIC 9(04) COMP VALUE 0.
013600 77  WS-MONTH-MAX-DAY               PIC 9(02) VALUE 0.
013700
013800 01  WS-CURRENT-DATE-TIME.
013900     05  WS-RUN-DATE                PIC 9(08).
014000     05  WS-RUN-TIME                PIC 9(08).
014100
014200 01  WS-SWITCHES.
014300     05  WS-SMNT-EOF-SW             PIC X(01) VALUE 'N'.
014400         88  WS-SMNT-EOF                       VALUE 'Y'.
014500     05  WS-SORD-FOUND-SW           PIC X(01) VALUE 'N'.
014600         88  WS-SORD-FOUND                     VALUE 'Y'
014700             WHEN SET TO FALSE IS 'N'.
014800     05  WS-SMNT-VALID-SW           PIC X(01) VALUE 'Y'.
014900         88  WS-SMNT-VALID                     VALUE 'Y'
015000             WHEN SET TO FALSE IS 'N'.
015100     05  WS-ACCT-OPEN-SW            PIC X(01) VALUE 'N'.
015200         88  WS-ACCT-OPEN                      VALUE 'Y'.
015300     05  WS-LEAP-YEAR-SW            PIC X(01) VALUE 'N'.
015400         88  WS-LEAP-YEAR                      VALUE 'Y'
015500             WHEN SET TO FALSE IS 'N'.
015600
015700*****************************************************************
015800*  DATE WORK AREA FOR THE START- AND END-DATE EDITS.
015900*****************************************************************
016000 01  WS-DATE-WORK                   PIC 9(08) VALUE ZERO.
016100 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
016200     05  WS-WORK-YEAR               PIC 9(04).
016300     05  WS-WORK-MONTH              PIC 9(02).
016400     05  WS-WORK-DAY                PIC 9(02).
016500
016600*****************************************************************
016700*  PRINT-IMAGE LINES
016800*****************************************************************
016900 01  WS-HDG-1.
017000     05  FILLER                     PIC X(80) VALUE
017100         'SORDMNT STANDING-ORDER MAINTENANCE REPORT'.
017200
017300 01  WS-HDG-2.
017400     05  FILLER                     PIC X(09) VALUE 'ACTION'.
017500     05  FILLER                     PIC X(11) VALUE 'USER'.
017600     05  FILLER                     PIC X(13) VALUE 'ORDER'.
017700     05  FILLER                     PIC X(30) VALUE 'REASON'.
017800
017900 01  WS-REJ-LINE.
018000     05  REJ-ACTION                 PIC X(01).
018100     05  FILLER                     PIC X(08) VALUE SPACES.
018200     05  REJ-USER-ID                PIC X(08).
018300     05  FILLER                     PIC X(03) VALUE SPACES.
018400     05  REJ-ORDER-ID               PIC X(05).
018500     05  FILLER                     PIC X(08) VALUE SPACES.
018600     05  REJ-REASON                 PIC X(30).
018700     05  FILLER                     PIC X(17) VALUE SPACES.
018800
018900 01  WS-TOT-LINE.
019000     05  TOT-LABEL                  PIC X(34).
019100     05  TOT-COUNT                  PIC ZZZZ9.
019200     05  FILLER                     PIC X(41) VALUE SPACES.
019300
019400 PROCEDURE DIVISION.
019500*****************************************************************
019600*  0000-MAINLINE
019700*****************************************************************
019800 0000-MAINLINE.
019900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
020000     PERFORM 2000-PROCESS-SMNT THRU 2000-PROCESS-SMNT-EXIT
020100         UNTIL WS-SMNT-EOF.
020200     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
020300     STOP RUN.
020400
020500*****************************************************************
020600*  1000-INITIALIZE  --  SET THE BUSINESS DATE, OPEN EVERY FILE,
020700*                    AND PRIME THE FIRST MAINTENANCE READ.  THE
020800*                    FIRST RUN ON A NEW SYSTEM WILL NOT FIND THE
020900*                    STANDING-ORDER MASTER YET, SO A NOT-FOUND
021000*                    STATUS ON THE I-O OPEN IS TREATED AS
021100*                    "CREATE IT NOW" RATHER THAN AS AN ERROR.  A
021200*                    SHOP WITH NO ACCOUNT MASTER YET SKIPS THE
021300*                    ACCOUNT EDIT, AS TRANEDIT DOES.
021400*****************************************************************
021500 1000-INITIALIZE.
021600     PERFORM 1100-SET-BUSINESS-DATE
021700         THRU 1100-SET-BUSINESS-DATE-EXIT.
021800     OPEN I-O SORD-FILE.
021900     IF WS-SORD-STATUS = '35'
022000         OPEN OUTPUT SORD-FILE
022100         CLOSE SORD-FILE
022200         OPEN I-O SORD-FILE
022300     END-IF.
022400     IF WS-SORD-STATUS NOT = '00'
022500         DISPLAY 'SORDMNT0001E - STANDING-ORDER MASTER COULD '
022600             'NOT BE OPENED (STATUS ' WS-SORD-STATUS ') - NO '
022700             'MAINTENANCE APPLIED'
022800         MOVE 16 TO RETURN-CODE
022900         STOP RUN
023000     END-IF.
023100     OPEN INPUT SMNT-FILE.
023200     IF WS-SMNT-STATUS NOT = '00'
023300         DISPLAY 'SORDMNT0002E - MAINTENANCE TRANSACTION FILE '
023400             'COULD NOT BE OPENED (STATUS ' WS-SMNT-STATUS ') '
023500             '- NO MAINTENANCE APPLIED'
023600         MOVE 16 TO RETURN-CODE
023700         STOP RUN
023800     END-IF.
023900     OPEN INPUT ACCT-FILE.
024000     IF WS-ACCT-STATUS = '00'
024100         SET WS-ACCT-OPEN TO TRUE
024200     ELSE
024300         DISPLAY 'SORDMNT0010W - ACCOUNT MASTER COULD NOT BE '
024400             'OPENED (STATUS ' WS-ACCT-STATUS ') - ACCOUNT '
024500             'EDIT SKIPPED'
024600     END-IF.
024700     PERFORM 1200-OPEN-HISTORY THRU 1200-OPEN-HISTORY-EXIT.
024800     PERFORM 1300-OPEN-SECURITY THRU 1300-OPEN-SECURITY-EXIT.
024900     OPEN OUTPUT SORD-REPORT-FILE.
025000     MOVE WS-HDG-1 TO RPT-LINE.
025100     WRITE RPT-LINE.
025200     MOVE WS-HDG-2 TO RPT-LINE.
025300     WRITE RPT-LINE.
025400     PERFORM 2100-READ-SMNT THRU 2100-READ-SMNT-EXIT.
025500 1000-INITIALIZE-EXIT.
025600     EXIT.
025700
025800*****************************************************************
025900*  1100-SET-BUSINESS-DATE  --  THE RUN CALENDAR NAMES THE DATE
026000*                    STAMPED ON THE CHANGE HISTORY.  A MISSING
026100*                    OR UNREADABLE CALENDAR FALLS BACK TO THE
026200*                    SYSTEM DATE, AS BEFORE CALENDAR CONTROL
026300*                    EXISTED.
026400*****************************************************************
026500 1100-SET-BUSINESS-DATE.
026600     OPEN INPUT RUNCAL-FILE.
026700     IF WS-RUNCAL-STATUS NOT = '00'
026800         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
026900         GO TO 1100-SET-BUSINESS-DATE-EXIT
027000     END-IF.
027100     READ RUNCAL-FILE
027200         AT END
027300             ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
027400             CLOSE RUNCAL-FILE
027500             GO TO 1100-SET-BUSINESS-DATE-EXIT
027600     END-READ.
027700     IF CAL-BUS-DATE NUMERIC
027800         MOVE CAL-BUS-DATE TO WS-BUSINESS-DATE
027900     ELSE
028000         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
028100     END-IF.
028200     CLOSE RUNCAL-FILE.
028300 1100-SET-BUSINESS-DATE-EXIT.
028400     EXIT.
028500
028600*****************************************************************
028700*  1200-OPEN-HISTORY  --  OPEN THE CHANGE-HISTORY FILE FOR
028800*                    APPEND.  THE FIRST RUN ON A NEW SYSTEM WILL
028900*                    NOT FIND THE FILE YET, SO A NOT-FOUND
029000*                    STATUS ON THE EXTEND OPEN IS TREATED AS
029100*                    "CREATE IT NOW" RATHER THAN AS AN ERROR.
029200*****************************************************************
029300 1200-OPEN-HISTORY.
029400     OPEN EXTEND SHIST-FILE.
029500     IF WS-SHIST-STATUS = '35'
029600         OPEN OUTPUT SHIST-FILE
029700     END-IF.
029800 1200-OPEN-HISTORY-EXIT.
029900     EXIT.
030000
030100*****************************************************************
030200*  1300-OPEN-SECURITY  --  OPEN THE ENTITLEMENT FILE EVERY REQUEST
030300*                    IS CHECKED AGAINST AND THE SECURITY-VIOLATION
030400*                    LOG REFUSALS ARE APPENDED TO.  EITHER ONE
030500*                    UNAVAILABLE IS FATAL: WITHOUT THE FILE NO
030600*                    REQUEST CAN BE PROVED, AND A REFUSED ATTEMPT
030700*                    MUST NOT GO UNRECORDED.
030800*****************************************************************
030900 1300-OPEN-SECURITY.
031000     OPEN INPUT ENTL-FILE.
031100     IF WS-ENTL-STATUS NOT = '00'
031200         DISPLAY 'SORDMNT0007E - ENTITLEMENT FILE COULD NOT BE '
031300             'OPENED (STATUS ' WS-ENTL-STATUS ') - NO '
031400             'MAINTENANCE APPLIED'
031500         MOVE 16 TO RETURN-CODE
031600         STOP RUN
031700     END-IF.
031800     OPEN EXTEND SECV-FILE.
031900     IF WS-SECV-STATUS = '35'
032000         OPEN OUTPUT SECV-FILE
032100     END-IF.
032200     IF WS-SECV-STATUS NOT = '00'
032300         DISPLAY 'SORDMNT0008E - SECURITY-VIOLATION LOG COULD '
032400             'NOT BE OPENED (STATUS ' WS-SECV-STATUS ') - NO '
032500             'MAINTENANCE APPLIED'
032600         MOVE 16 TO RETURN-CODE
032700         STOP RUN
032800     END-IF.
032900 1300-OPEN-SECURITY-EXIT.
033000     EXIT.
033100
033200*****************************************************************
033300*  2000-PROCESS-SMNT  --  VALIDATE AND APPLY ONE MAINTENANCE
033400*                    TRANSACTION.  A TRANSACTION THAT FAILS ANY
033500*                    EDIT IS REPORTED AND LEAVES THE MASTER
033600*                    UNTOUCHED.
033700*****************************************************************
033800 2000-PROCESS-SMNT.
033900     ADD 1 TO WS-SMNT-READ-CNT.
034000     SET WS-SMNT-VALID TO TRUE.
034100     MOVE SPACES TO WS-REJECT-REASON.
034200     PERFORM 2200-FIND-ORDER THRU 2200-FIND-ORDER-EXIT.
034300     PERFORM 2050-CHECK-ENTITLEMENT
034400         THRU 2050-CHECK-ENTITLEMENT-EXIT.
034500
034600     EVALUATE TRUE
034700         WHEN NOT WS-SMNT-VALID
034800             CONTINUE
034900         WHEN SMNT-ACTION-ADD
035000             PERFORM 2300-APPLY-ADD THRU 2300-APPLY-ADD-EXIT
035100         WHEN SMNT-ACTION-CHANGE
035200             PERFORM 2400-APPLY-CHANGE
035300                 THRU 2400-APPLY-CHANGE-EXIT
035400         WHEN SMNT-ACTION-CANCEL
035500             PERFORM 2500-APPLY-CANCEL
035600                 THRU 2500-APPLY-CANCEL-EXIT
035700         WHEN OTHER
035800             SET WS-SMNT-VALID TO FALSE
035900             MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
036000     END-EVALUATE.
036100
036200     IF WS-SMNT-VALID
036300         ADD 1 TO WS-SMNT-APPLIED-CNT
036400     ELSE
036500         ADD 1 TO WS-SMNT-REJECT-CNT
036600         PERFORM 2700-REPORT-REJECT
036700             THRU 2700-REPORT-REJECT-EXIT
036800     END-IF.
036900
037000     PERFORM 2100-READ-SMNT THRU 2100-READ-SMNT-EXIT.
037100 2000-PROCESS-SMNT-EXIT.
037200     EXIT.
037300
037400*****************************************************************
037500*  2050-CHECK-ENTITLEMENT  --  THE REQUESTING USER MUST HOLD AN
037600*                    ENTITLEMENT TO THIS ACTION IN THIS UTILITY.
037700*                    A REFUSAL IS LOGGED AS A SECURITY VIOLATION.
037800*                    AN UNKNOWN ACTION CODE IS LEFT FOR THE ACTION
037900*                    EDIT TO REPORT.
038000*****************************************************************
038100 2050-CHECK-ENTITLEMENT.
038200     IF NOT SMNT-ACTION-ADD
038300         AND NOT SMNT-ACTION-CHANGE
038400         AND NOT SMNT-ACTION-CANCEL
038500         GO TO 2050-CHECK-ENTITLEMENT-EXIT
038600     END-IF.
038700     MOVE SMNT-USER-ID    TO ENTL-USER-ID.
038800     MOVE WS-PROGRAM-NAME TO ENTL-UTILITY.
038900     MOVE SMNT-ACTION     TO ENTL-ACTION.
039000     READ ENTL-FILE
039100         INVALID KEY
039200             SET WS-SMNT-VALID TO FALSE
039300             MOVE 'USER NOT ENTITLED TO ACTION'
039400                 TO WS-REJECT-REASON
039500             PERFORM 2060-LOG-VIOLATION
039600                 THRU 2060-LOG-VIOLATION-EXIT
039700     END-READ.
039800     IF WS-ENTL-STATUS NOT = '00' AND WS-ENTL-STATUS NOT = '23'
039900         DISPLAY 'SORDMNT0009E - ENTITLEMENT FILE COULD NOT BE '
040000             'READ (STATUS ' WS-ENTL-STATUS ') FOR USER '
040100             SMNT-USER-ID
040200         MOVE 16 TO RETURN-CODE
040300         STOP RUN
040400     END-IF.
040500 2050-CHECK-ENTITLEMENT-EXIT.
040600     EXIT.
040700
040800*****************************************************************
040900*  2060-LOG-VIOLATION  --  APPEND ONE REFUSED ATTEMPT TO THE
041000*                    SECURITY-VIOLATION LOG.  THE REASON IS SET BY
041100*                    THE CALLER.
041200*****************************************************************
041300 2060-LOG-VIOLATION.
041400     ACCEPT WS-RUN-TIME FROM TIME.
041500     MOVE WS-BUSINESS-DATE TO SECV-CHANGE-DATE.
041600     MOVE WS-RUN-TIME      TO SECV-CHANGE-TIME.
041700     MOVE SMNT-USER-ID     TO SECV-USER-ID.
041800     MOVE WS-PROGRAM-NAME  TO SECV-PROGRAM-NAME.
041900     MOVE SMNT-ACTION      TO SECV-ACTION.
042000     MOVE SMNT-ORDER-ID    TO SECV-OBJECT.
042100     MOVE WS-REJECT-REASON TO SECV-REASON.
042200     WRITE SECV-RECORD.
042300     ADD 1 TO WS-SECV-CNT.
042400 2060-LOG-VIOLATION-EXIT.
042500     EXIT.
042600
042700*****************************************************************
042800*  2100-READ-SMNT
042900*****************************************************************
043000 2100-READ-SMNT.
043100     READ SMNT-FILE
043200         AT END
043300             SET WS-SMNT-EOF TO TRUE
043400     END-READ.
043500 2100-READ-SMNT-EXIT.
043600     EXIT.
043700
043800*****************************************************************
043900*  2200-FIND-ORDER  --  LOOK THE TRANSACTION'S ORDER ID UP ON THE
044000*                    MASTER.  A HIT LEAVES THE RECORD IN THE SORD
044100*                    RECORD AREA FOR THE APPLY PARAGRAPHS.
044200*****************************************************************
044300 2200-FIND-ORDER.
044400     SET WS-SORD-FOUND TO FALSE.
044500     MOVE SMNT-ORDER-ID TO SORD-ID.
044600     READ SORD-FILE
044700         INVALID KEY
044800             CONTINUE
044900         NOT INVALID KEY
045000             SET WS-SORD-FOUND TO TRUE
045100     END-READ.
045200     IF WS-SORD-STATUS NOT = '00' AND WS-SORD-STATUS NOT = '23'
045300         DISPLAY 'SORDMNT0006E - STANDING-ORDER MASTER COULD '
045400             'NOT BE READ (STATUS ' WS-SORD-STATUS ') FOR '
045500             'ORDER ' SMNT-ORDER-ID
045600         MOVE 16 TO RETURN-CODE
045700         STOP RUN
045800     END-IF.
045900 2200-FIND-ORDER-EXIT.
046000     EXIT.
046100
046200*****************************************************************
046300*  2300-APPLY-ADD  --  A NEW STANDING ORDER.  THE ID MUST NOT
046400*                    EXIST YET AND MAY NOT CONTAIN A SPACE, SINCE
046500*                    IT IS BUILT INTO EVERY TRAN-ID THE ORDER
046600*                    GENERATES.  THE ORDER STARTS ACTIVE, WITH
046700*                    NOTHING YET GENERATED, ENTERED BY THE
046800*                    REQUESTING USER.
046900*****************************************************************
047000 2300-APPLY-ADD.
047100     IF WS-SORD-FOUND
047200         SET WS-SMNT-VALID TO FALSE
047300         MOVE 'ORDER ALREADY EXISTS' TO WS-REJECT-REASON
047400         GO TO 2300-APPLY-ADD-EXIT
047500     END-IF.
047600     MOVE ZERO TO WS-SPACE-CNT.
047700     INSPECT SMNT-ORDER-ID TALLYING WS-SPACE-CNT FOR ALL SPACE.
047800     IF WS-SPACE-CNT > ZERO
047900         SET WS-SMNT-VALID TO FALSE
048000         MOVE 'ORDER ID MISSING OR INCOMPLETE' TO WS-REJECT-REASON
048100         GO TO 2300-APPLY-ADD-EXIT
048200     END-IF.
048300     PERFORM 2650-VALIDATE-FIELDS
048400         THRU 2650-VALIDATE-FIELDS-EXIT.
048500     IF NOT WS-SMNT-VALID
048600         GO TO 2300-APPLY-ADD-EXIT
048700     END-IF.
048800     MOVE SPACES TO SHIST-BEFORE-IMAGE.
048900     MOVE SMNT-ORDER-ID    TO SORD-ID.
049000     PERFORM 2660-MOVE-TERMS THRU 2660-MOVE-TERMS-EXIT.
049100     MOVE 'A'              TO SORD-STATUS.
049200     MOVE SMNT-USER-ID     TO SORD-ENTERED-BY.
049300     MOVE SPACES           TO SORD-CHANGED-BY.
049400     MOVE ZERO             TO SORD-GEN-COUNT
049500                              SORD-LAST-DUE-DATE
049600                              SORD-LAST-RUN-DATE
049700                              SORD-PRIOR-GEN-COUNT
049800                              SORD-PRIOR-DUE-DATE.
049900     MOVE SORD-RECORD      TO SHIST-AFTER-IMAGE.
050000     WRITE SORD-RECORD
050100         INVALID KEY
050200             DISPLAY 'SORDMNT0003E - STANDING-ORDER MASTER WRITE '
050300                 'FAILED (STATUS ' WS-SORD-STATUS ') FOR '
050400                 'ORDER ' SMNT-ORDER-ID
050500             MOVE 16 TO RETURN-CODE
050600             STOP RUN
050700     END-WRITE.
050800     PERFORM 2800-WRITE-HISTORY THRU 2800-WRITE-HISTORY-EXIT.
050900 2300-APPLY-ADD-EXIT.
051000     EXIT.
051100
051200*****************************************************************
051300*  2400-APPLY-CHANGE  --  REPLACE THE TERMS OF AN EXISTING ORDER
051400*                    AND SET IT ACTIVE OR SUSPENDED.  A CANCELLED
051500*                    ORDER CANNOT BE CHANGED.  WHAT HAS ALREADY
051600*                    BEEN GENERATED STAYS GENERATED: THE NEXT
051700*                    OCCURRENCE FOLLOWS THE LAST ONE TAKEN UNDER
051800*                    THE NEW TERMS.
051900*****************************************************************
052000 2400-APPLY-CHANGE.
052100     IF NOT WS-SORD-FOUND
052200         SET WS-SMNT-VALID TO FALSE
052300         MOVE 'ORDER NOT FOUND' TO WS-REJECT-REASON
052400         GO TO 2400-APPLY-CHANGE-EXIT
052500     END-IF.
052600     IF SORD-STATUS-CANCELLED
052700         SET WS-SMNT-VALID TO FALSE
052800         MOVE 'ORDER IS CANCELLED' TO WS-REJECT-REASON
052900         GO TO 2400-APPLY-CHANGE-EXIT
053000     END-IF.
053100     IF SMNT-STATUS NOT = 'A' AND SMNT-STATUS NOT = 'S'
053200         SET WS-SMNT-VALID TO FALSE
053300         MOVE 'STATUS NOT A OR S' TO WS-REJECT-REASON
053400         GO TO 2400-APPLY-CHANGE-EXIT
053500     END-IF.
053600     PERFORM 2650-VALIDATE-FIELDS
053700         THRU 2650-VALIDATE-FIELDS-EXIT.
053800     IF NOT WS-SMNT-VALID
053900         GO TO 2400-APPLY-CHANGE-EXIT
054000     END-IF.
054100     MOVE SORD-RECORD      TO SHIST-BEFORE-IMAGE.
054200     PERFORM 2660-MOVE-TERMS THRU 2660-MOVE-TERMS-EXIT.
054300     MOVE SMNT-STATUS      TO SORD-STATUS.
054400     MOVE SMNT-USER-ID     TO SORD-CHANGED-BY.
054500     MOVE SORD-RECORD      TO SHIST-AFTER-IMAGE.
054600     PERFORM 2900-REWRITE-ORDER THRU 2900-REWRITE-ORDER-EXIT.
054700     PERFORM 2800-WRITE-HISTORY THRU 2800-WRITE-HISTORY-EXIT.
054800 2400-APPLY-CHANGE-EXIT.
054900     EXIT.
055000
055100*****************************************************************
055200*  2500-APPLY-CANCEL  --  CANCEL AN ORDER FOR GOOD.  THE RECORD
055300*                    STAYS ON THE MASTER SO ITS TRAN-ID SEQUENCE
055400*                    IS NEVER STARTED AGAIN; SORDGEN SIMPLY STOPS
055500*                    GENERATING IT.
055600*****************************************************************
055700 2500-APPLY-CANCEL.
055800     IF NOT WS-SORD-FOUND
055900         SET WS-SMNT-VALID TO FALSE
056000         MOVE 'ORDER NOT FOUND' TO WS-REJECT-REASON
056100         GO TO 2500-APPLY-CANCEL-EXIT
056200     END-IF.
056300     IF SORD-STATUS-CANCELLED
056400         SET WS-SMNT-VALID TO FALSE
056500         MOVE 'ORDER ALREADY CANCELLED' TO WS-REJECT-REASON
056600         GO TO 2500-APPLY-CANCEL-EXIT
056700     END-IF.
056800     MOVE SORD-RECORD      TO SHIST-BEFORE-IMAGE.
056900     MOVE 'C'              TO SORD-STATUS.
057000     MOVE SORD-RECORD      TO SHIST-AFTER-IMAGE.
057100     PERFORM 2900-REWRITE-ORDER THRU 2900-REWRITE-ORDER-EXIT.
057200     PERFORM 2800-WRITE-HISTORY THRU 2800-WRITE-HISTORY-EXIT.
057300 2500-APPLY-CANCEL-EXIT.
057400     EXIT.
057500
057600*****************************************************************
057700*  2650-VALIDATE-FIELDS  --  THE TERMS AN ADD OR CHANGE MUST
057800*                    CARRY: AN INSTANCE; AN ACCOUNT THAT IS ON
057900*                    THE ACCOUNT MASTER AND OPEN; A VALID TYPE; A
058000*                    NON-ZERO AMOUNT; A VALID FREQUENCY WITH A
058100*                    DAY OF 01-31 FOR MONTHLY AND QUARTERLY AND
058200*                    ZERO OTHERWISE; A REAL START DATE; AND AN
058300*                    END DATE THAT IS ZERO OR NOT BEFORE IT.
058400*****************************************************************
058500 2650-VALIDATE-FIELDS.
058600     IF SMNT-LOOP-NAME = SPACES
058700         SET WS-SMNT-VALID TO FALSE
058800         MOVE 'INSTANCE NAME MISSING' TO WS-REJECT-REASON
058900         GO TO 2650-VALIDATE-FIELDS-EXIT
059000     END-IF.
059100     IF SMNT-ACCOUNT = SPACES
059200         SET WS-SMNT-VALID TO FALSE
059300         MOVE 'ACCOUNT NUMBER MISSING' TO WS-REJECT-REASON
059400         GO TO 2650-VALIDATE-FIELDS-EXIT
059500     END-IF.
059600     PERFORM 2670-CHECK-ACCOUNT THRU 2670-CHECK-ACCOUNT-EXIT.
059700     IF NOT WS-SMNT-VALID
059800         GO TO 2650-VALIDATE-FIELDS-EXIT
059900     END-IF.
060000     IF SMNT-TYPE-CODE NOT = 'D' AND SMNT-TYPE-CODE NOT = 'C'
060100         AND SMNT-TYPE-CODE NOT = 'A'
060200         SET WS-SMNT-VALID TO FALSE
060300         MOVE 'TYPE CODE NOT D, C, OR A' TO WS-REJECT-REASON
060400         GO TO 2650-VALIDATE-FIELDS-EXIT
060500     END-IF.
060600     IF SMNT-AMOUNT NOT NUMERIC
060700         SET WS-SMNT-VALID TO FALSE
060800         MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
060900         GO TO 2650-VALIDATE-FIELDS-EXIT
061000     END-IF.
061100     IF SMNT-AMOUNT = ZERO
061200         SET WS-SMNT-VALID TO FALSE
061300         MOVE 'AMOUNT IS ZERO' TO WS-REJECT-REASON
061400         GO TO 2650-VALIDATE-FIELDS-EXIT
061500     END-IF.
061600     IF SMNT-DAY NOT NUMERIC
061700         SET WS-SMNT-VALID TO FALSE
061800         MOVE 'DAY NOT NUMERIC' TO WS-REJECT-REASON
061900         GO TO 2650-VALIDATE-FIELDS-EXIT
062000     END-IF.
062100     EVALUATE SMNT-FREQUENCY
062200         WHEN 'D'
062300         WHEN 'W'
062400             IF SMNT-DAY NOT = ZERO
062500                 SET WS-SMNT-VALID TO FALSE
062600                 MOVE 'DAY NOT ZERO FOR D OR W'
062700                     TO WS-REJECT-REASON
062800             END-IF
062900         WHEN 'M'
063000         WHEN 'Q'
063100             IF SMNT-DAY < 1 OR SMNT-DAY > 31
063200                 SET WS-SMNT-VALID TO FALSE
063300                 MOVE 'DAY NOT 01-31 FOR M OR Q'
063400                     TO WS-REJECT-REASON
063500             END-IF
063600         WHEN OTHER
063700             SET WS-SMNT-VALID TO FALSE
063800             MOVE 'FREQUENCY NOT D, W, M, OR Q'
063900                 TO WS-REJECT-REASON
064000     END-EVALUATE.
064100     IF NOT WS-SMNT-VALID
064200         GO TO 2650-VALIDATE-FIELDS-EXIT
064300     END-IF.
064400     IF SMNT-START-DATE NOT NUMERIC
064500         SET WS-SMNT-VALID TO FALSE
064600         MOVE 'START DATE INVALID' TO WS-REJECT-REASON
064700         GO TO 2650-VALIDATE-FIELDS-EXIT
064800     END-IF.
064900     MOVE SMNT-START-DATE TO WS-DATE-WORK.
065000     PERFORM 2680-CHECK-DATE THRU 2680-CHECK-DATE-EXIT.
065100     IF NOT WS-SMNT-VALID
065200         MOVE 'START DATE INVALID' TO WS-REJECT-REASON
065300         GO TO 2650-VALIDATE-FIELDS-EXIT
065400     END-IF.
065500     IF SMNT-END-DATE NOT NUMERIC
065600         SET WS-SMNT-VALID TO FALSE
065700         MOVE 'END DATE INVALID' TO WS-REJECT-REASON
065800         GO TO 2650-VALIDATE-FIELDS-EXIT
065900     END-IF.
066000     IF SMNT-END-DATE = ZERO
066100         GO TO 2650-VALIDATE-FIELDS-EXIT
066200     END-IF.
066300     MOVE SMNT-END-DATE TO WS-DATE-WORK.
066400     PERFORM 2680-CHECK-DATE THRU 2680-CHECK-DATE-EXIT.
066500     IF NOT WS-SMNT-VALID
066600         MOVE 'END DATE INVALID' TO WS-REJECT-REASON
066700         GO TO 2650-VALIDATE-FIELDS-EXIT
066800     END-IF.
066900     IF SMNT-END-DATE < SMNT-START-DATE
067000         SET WS-SMNT-VALID TO FALSE
067100         MOVE 'END DATE BEFORE START DATE' TO WS-REJECT-REASON
067200     END-IF.
067300 2650-VALIDATE-FIELDS-EXIT.
067400     EXIT.
067500
067600*****************************************************************
067700*  2660-MOVE-TERMS  --  COPY THE VALIDATED TERMS ONTO THE ORDER.
067800*****************************************************************
067900 2660-MOVE-TERMS.
068000     MOVE SMNT-LOOP-NAME   TO SORD-LOOP-NAME.
068100     MOVE SMNT-ACCOUNT     TO SORD-ACCOUNT.
068200     MOVE SMNT-TYPE-CODE   TO SORD-TYPE-CODE.
068300     MOVE SMNT-AMOUNT      TO SORD-AMOUNT.
068400     MOVE SMNT-FREQUENCY   TO SORD-FREQUENCY.
068500     MOVE SMNT-DAY         TO SORD-DAY.
068600     MOVE SMNT-START-DATE  TO SORD-START-DATE.
068700     MOVE SMNT-END-DATE    TO SORD-END-DATE.
068800 2660-MOVE-TERMS-EXIT.
068900     EXIT.
069000
069100*****************************************************************
069200*  2670-CHECK-ACCOUNT  --  THE ORDER'S ACCOUNT MUST BE ON THE
069300*                    ACCOUNT MASTER AND OPEN, OR EVERY OCCURRENCE
069400*                    WOULD ONLY BE SKIPPED.  WITHOUT AN ACCOUNT
069500*                    MASTER THE EDIT IS SKIPPED.
069600*****************************************************************
069700 2670-CHECK-ACCOUNT.
069800     IF NOT WS-ACCT-OPEN
069900         GO TO 2670-CHECK-ACCOUNT-EXIT
070000     END-IF.
070100     MOVE SMNT-ACCOUNT TO ACCT-NUMBER.
070200     READ ACCT-FILE
070300         INVALID KEY
070400             SET WS-SMNT-VALID TO FALSE
070500             MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
070600     END-READ.
070700     IF WS-ACCT-STATUS NOT = '00' AND WS-ACCT-STATUS NOT = '23'
070800         DISPLAY 'SORDMNT0011E - ACCOUNT MASTER COULD NOT BE '
070900             'READ (STATUS ' WS-ACCT-STATUS ') FOR ACCOUNT '
071000             SMNT-ACCOUNT
071100         MOVE 16 TO RETURN-CODE
071200         STOP RUN
071300     END-IF.
071400     IF WS-SMNT-VALID AND ACCT-STATUS-CLOSED
071500         SET WS-SMNT-VALID TO FALSE
071600         MOVE 'ACCOUNT IS CLOSED' TO WS-REJECT-REASON
071700     END-IF.
071800 2670-CHECK-ACCOUNT-EXIT.
071900     EXIT.
072000
072100*****************************************************************
072200*  2680-CHECK-DATE  --  IS THE WORK DATE A REAL CALENDAR DATE?
072300*                    THE CALLER SETS ITS OWN REASON.
072400*****************************************************************
072500 2680-CHECK-DATE.
072600     IF WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
072700         OR WS-WORK-DAY < 1
072800         SET WS-SMNT-VALID TO FALSE
072900         GO TO 2680-CHECK-DATE-EXIT
073000     END-IF.
073100     PERFORM 8200-MONTH-MAX-DAY THRU 8200-MONTH-MAX-DAY-EXIT.
073200     IF WS-WORK-DAY > WS-MONTH-MAX-DAY
073300         SET WS-SMNT-VALID TO FALSE
073400     END-IF.
073500 2680-CHECK-DATE-EXIT.
073600     EXIT.
073700
073800*****************************************************************
073900*  2700-REPORT-REJECT  --  ONE REPORT LINE PER REJECTED
074000*                    TRANSACTION: WHO ASKED FOR WHAT, AND WHY IT
074100*                    WAS REFUSED.
074200*****************************************************************
074300 2700-REPORT-REJECT.
074400     MOVE SMNT-ACTION      TO REJ-ACTION.
074500     MOVE SMNT-USER-ID     TO REJ-USER-ID.
074600     MOVE SMNT-ORDER-ID    TO REJ-ORDER-ID.
074700     MOVE WS-REJECT-REASON TO REJ-REASON.
074800     MOVE WS-REJ-LINE TO RPT-LINE.
074900     WRITE RPT-LINE.
075000 2700-REPORT-REJECT-EXIT.
075100     EXIT.
075200
075300*****************************************************************
075400*  2800-WRITE-HISTORY  --  APPEND THE BEFORE/AFTER IMAGE OF ONE
075500*                    APPLIED CHANGE.  THE IMAGES ARE SET BY THE
075600*                    APPLY PARAGRAPH BEFORE THE CALL.
075700*****************************************************************
075800 2800-WRITE-HISTORY.
075900     ACCEPT WS-RUN-TIME FROM TIME.
076000     MOVE WS-BUSINESS-DATE TO SHIST-CHANGE-DATE.
076100     MOVE WS-RUN-TIME      TO SHIST-CHANGE-TIME.
076200     MOVE SMNT-USER-ID     TO SHIST-USER-ID.
076300     MOVE SMNT-ACTION      TO SHIST-ACTION.
076400     WRITE SHIST-RECORD.
076500 2800-WRITE-HISTORY-EXIT.
076600     EXIT.
076700
076800*****************************************************************
076900*  2900-REWRITE-ORDER  --  PUT THE CHANGED ORDER BACK.
077000*****************************************************************
077100 2900-REWRITE-ORDER.
077200     REWRITE SORD-RECORD.
077300     IF WS-SORD-STATUS NOT = '00'
077400         DISPLAY 'SORDMNT0004E - STANDING-ORDER MASTER REWRITE '
077500             'FAILED (STATUS ' WS-SORD-STATUS ') FOR ORDER '
077600             SMNT-ORDER-ID
077700         MOVE 16 TO RETURN-CODE
077800         STOP RUN
077900     END-IF.
078000 2900-REWRITE-ORDER-EXIT.
078100     EXIT.
078200
078300*****************************************************************
078400*  3000-FINISH  --  PRINT THE TOTALS, CLOSE, AND SET THE RETURN
078500*                    CODE: 0 ALL APPLIED, 4 ANY REJECTED.
078600*****************************************************************
078700 3000-FINISH.
078800     MOVE 'TRANSACTIONS READ'         TO TOT-LABEL.
078900     MOVE WS-SMNT-READ-CNT            TO TOT-COUNT.
079000     MOVE WS-TOT-LINE TO RPT-LINE.
079100     WRITE RPT-LINE.
079200     MOVE 'TRANSACTIONS APPLIED'      TO TOT-LABEL.
079300     MOVE WS-SMNT-APPLIED-CNT         TO TOT-COUNT.
079400     MOVE WS-TOT-LINE TO RPT-LINE.
079500     WRITE RPT-LINE.
079600     MOVE 'TRANSACTIONS REJECTED'     TO TOT-LABEL.
079700     MOVE WS-SMNT-REJECT-CNT          TO TOT-COUNT.
079800     MOVE WS-TOT-LINE TO RPT-LINE.
079900     WRITE RPT-LINE.
080000     MOVE '  SECURITY VIOLATIONS LOGGED' TO TOT-LABEL.
080100     MOVE WS-SECV-CNT                 TO TOT-COUNT.
080200     MOVE WS-TOT-LINE TO RPT-LINE.
080300     WRITE RPT-LINE.
080400
080500     CLOSE SORD-FILE.
080600     CLOSE SMNT-FILE.
080700     CLOSE SHIST-FILE.
080800     IF WS-ACCT-OPEN
080900         CLOSE ACCT-FILE
081000     END-IF.
081100     CLOSE ENTL-FILE.
081200     CLOSE SECV-FILE.
081300     CLOSE SORD-REPORT-FILE.
081400
081500     IF WS-SMNT-REJECT-CNT > ZERO
081600         DISPLAY 'SORDMNT0005W - ' WS-SMNT-REJECT-CNT
081700             ' MAINTENANCE TRANSACTION(S) REJECTED - SEE '
081800             'MAINTENANCE REPORT'
081900         MOVE 4 TO RETURN-CODE
082000     ELSE
082100         MOVE 0 TO RETURN-CODE
082200     END-IF.
082300 3000-FINISH-EXIT.
082400     EXIT.
082500
082600*****************************************************************
082700*  8200-MONTH-MAX-DAY  --  LAST DAY OF THE WORK DATE'S MONTH,
082800*                    RESPECTING LEAP YEARS (DIVISIBLE BY 4,
082900*                    EXCEPT CENTURIES NOT DIVISIBLE BY 400).
083000*****************************************************************
083100 8200-MONTH-MAX-DAY.
083200     SET WS-LEAP-YEAR TO FALSE.
083300     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOT
083400         REMAINDER WS-LEAP-REM.
083500     IF WS-LEAP-REM = ZERO
083600         SET WS-LEAP-YEAR TO TRUE
083700         DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOT
083800             REMAINDER WS-LEAP-REM
083900         IF WS-LEAP-REM = ZERO
084000             SET WS-LEAP-YEAR TO FALSE
084100             DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOT
084200                 REMAINDER WS-LEAP-REM
084300             IF WS-LEAP-REM = ZERO
084400                 SET WS-LEAP-YEAR TO TRUE
084500             END-IF
084600         END-IF
084700     END-IF.
084800     EVALUATE WS-WORK-MONTH
084900         WHEN 01
085000         WHEN 03
085100         WHEN 05
085200         WHEN 07
085300         WHEN 08
085400         WHEN 10
085500         WHEN 12
085600             MOVE 31 TO WS-MONTH-MAX-DAY
085700         WHEN 04
085800         WHEN 06
085900         WHEN 09
086000         WHEN 11
086100             MOVE 30 TO WS-MONTH-MAX-DAY
086200         WHEN 02
086300             IF WS-LEAP-YEAR
086400                 MOVE 29 TO WS-MONTH-MAX-DAY
086500             ELSE
086600                 MOVE 28 TO WS-MONTH-MAX-DAY
086700             END-IF
086800     END-EVALUATE.
086900 8200-MONTH-MAX-DAY-EXIT.
087000     EXIT.
