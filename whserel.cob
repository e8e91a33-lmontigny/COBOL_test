000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     WHSEREL.
000300 AUTHOR.         R MONTIGNY.
000400 INSTALLATION.   OPERATIONS SUPPORT.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  --------------------
001000*  2026-10-15  RLM  ORIGINAL VERSION.  TRANEDIT NOW WAREHOUSES A
001100*                   CLEAN TRANSACTION DATED BEYOND THE BUSINESS
001200*                   DATE INSTEAD OF POSTING IT EARLY.  THIS JOB
001300*                   RELEASES THE WAREHOUSED RECORDS THAT HAVE
001400*                   COME DUE FOR THE INSTANCE NAMED ON ITS
001500*                   PARAMETER, MERGING THEM INTO THAT INSTANCE'S
001600*                   CLEAN TRANOUT STREAM WITH A RECOMPUTED
001700*                   TRAILER EXACTLY AS TRANRCYC MERGES RECYCLED
001800*                   CORRECTIONS, AND CARRIES EVERYTHING ELSE
001900*                   FORWARD TO THE NEW WAREHOUSE FILE.  A RECORD
002000*                   IS DUE WHEN ITS TRAN-DATE IS ON OR BEFORE THE
002100*                   RUN-CALENDAR BUSINESS DATE; SINCE CALROLL
002200*                   ONLY EVER LANDS THE BUSINESS DATE ON A
002300*                   PROCESSING DAY, A RECORD DATED FOR A WEEKEND
002400*                   OR HOLIDAY COMES OUT ON THE NEXT PROCESSING
002500*                   DAY.  A 'W' AUDIT RECORD CARRIES THE COUNT
002600*                   AND AMOUNT RELEASED FOR THE CTLPROOF PROOF.
002610*  2026-10-15  RLM  A MISSING PARAMETER OR BLANK INSTANCE IS NOW
002620*                   FATAL (RC 16) INSTEAD OF RELEASING UNTAGGED
002630*                   RECORDS WITH NO 'W' CONTROL RECORD.  A RELEASE
002640*                   THE AUDIT TRAIL COULD NOT RECORD ENDS RC 4.
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.    IBM-370.
003200 OBJECT-COMPUTER.    IBM-370.
003300
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT WHSE-OLD-FILE ASSIGN TO WHSEOLD
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-WHSEOLD-STATUS.
003900
004000     SELECT WHSE-NEW-FILE ASSIGN TO WHSENEW
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-WHSENEW-STATUS.
004300
004400     SELECT CLEAN-IN-FILE ASSIGN TO TRANOUTI
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CLEANI-STATUS.
004700
004800     SELECT CLEAN-OUT-FILE ASSIGN TO TRANOUTO
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-CLEANO-STATUS.
005100
005200     SELECT RUNCAL-FILE ASSIGN TO RUNCALF
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RUNCAL-STATUS.
005500
005600     SELECT PARM-FILE ASSIGN TO WHSEPARM
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-PARM-STATUS.
005900
006000     SELECT AUDIT-FILE ASSIGN TO AUDITFIL
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-AUDIT-STATUS.
006300
006400     SELECT WREL-REPORT-FILE ASSIGN TO WRELRPT
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  WHSE-OLD-FILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 COPY WHSEREC.
007300
007400 FD  WHSE-NEW-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700 01  WHSE-NEW-RECORD                PIC X(63).
007800
007900 FD  CLEAN-IN-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  CLEAN-IN-RECORD.
008300     05  CLEAN-IN-ID                PIC X(10).
008400         88  CLEAN-IN-TRAILER                  VALUE
008500             '*TRAILER*'.
008600     05  CLEAN-IN-BODY              PIC X(37).
008700
008800 FD  CLEAN-OUT-FILE
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100 COPY TRANREC.
009200
009300 FD  RUNCAL-FILE
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600 COPY RUNCAL.
009700
009800 FD  PARM-FILE
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100 01  PARM-RECORD.
010200     05  PARM-LOOP-NAME             PIC X(08).
010300     05  FILLER                     PIC X(72).
010400
010500 FD  AUDIT-FILE
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800 COPY AUDITREC.
010900
011000 FD  WREL-REPORT-FILE
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD.
011300 01  RPT-LINE                       PIC X(80).
011400
011500 WORKING-STORAGE SECTION.
011600*****************************************************************
011700*  SWITCHES AND COUNTERS
011800*****************************************************************
011900 77  WS-WHSEOLD-STATUS              PIC X(02) VALUE SPACES.
012000 77  WS-WHSENEW-STATUS              PIC X(02) VALUE SPACES.
012100 77  WS-CLEANI-STATUS               PIC X(02) VALUE SPACES.
012200 77  WS-CLEANO-STATUS               PIC X(02) VALUE SPACES.
012300 77  WS-RUNCAL-STATUS               PIC X(02) VALUE SPACES.
012400 77  WS-PARM-STATUS                 PIC X(02) VALUE SPACES.
012500 77  WS-AUDIT-STATUS                PIC X(02) VALUE SPACES.
012600 77  WS-PROGRAM-NAME                PIC X(08) VALUE 'WHSEREL'.
012700 77  WS-INST-NAME                   PIC X(08) VALUE SPACES.
012800 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
012900 77  WS-AUDIT-TIME                  PIC 9(08) VALUE ZERO.
013000 77  WS-WHSE-IN-CNT                 PIC 9(07) VALUE 0.
013100 77  WS-REL-CNT                     PIC 9(07) VALUE 0.
013200 77  WS-REL-AMT                     PIC 9(09)V99 VALUE 0.
013300 77  WS-WAIT-CNT                    PIC 9(07) VALUE 0.
013400 77  WS-OTHER-CNT                   PIC 9(07) VALUE 0.
013500 77  WS-CLEAN-IN-CNT                PIC 9(07) VALUE 0.
013600 77  WS-CLEAN-OUT-CNT               PIC 9(07) VALUE 0.
013700 77  WS-CLEAN-IN-AMT                PIC 9(09)V99 VALUE 0.
013800 77  WS-CLEAN-OUT-AMT               PIC 9(09)V99 VALUE 0.
013900
014000 01  WS-SWITCHES.
014100     05  WS-WHSEOLD-EOF-SW          PIC X(01) VALUE 'N'.
014200         88  WS-WHSEOLD-EOF                    VALUE 'Y'.
014300     05  WS-CLEANI-EOF-SW           PIC X(01) VALUE 'N'.
014400         88  WS-CLEANI-EOF                     VALUE 'Y'.
014500     05  WS-TRL-SEEN-SW             PIC X(01) VALUE 'N'.
014600         88  WS-TRL-SEEN                       VALUE 'Y'.
014700     05  WS-WHSEOLD-OPEN-SW         PIC X(01) VALUE 'N'.
014800         88  WS-WHSEOLD-OPEN                   VALUE 'Y'.
014900
015000*****************************************************************
015100*  TRAILER WORK AREA FOR THE INBOUND CLEAN FILE'S DECLARED
015200*  COUNT AND AMOUNT, AND THE BODY OF AN ORDINARY CLEAN RECORD.
015300*****************************************************************
015400 01  WS-TRL-WORK.
015500     05  WS-TRL-COUNT               PIC 9(07).
015600     05  WS-TRL-AMOUNT              PIC 9(09)V99.
015700     05  FILLER                     PIC X(19).
015800
015900 01  WS-CIN-WORK.
016000     05  WS-CIN-DATE                PIC X(08).
016100     05  WS-CIN-AMOUNT              PIC 9(07)V99.
016200     05  FILLER                     PIC X(20).
016300
016400*****************************************************************
016500*  PRINT-IMAGE LINES
016600*****************************************************************
016700 01  WS-HDG-1.
016800     05  FILLER                     PIC X(80) VALUE
016900         'WHSEREL WAREHOUSE RELEASE REPORT'.
017000
017100 01  WS-HDG-2.
017200     05  FILLER                     PIC X(21) VALUE
017300         'INSTANCE RELEASED:'.
017400     05  HDG-INST-NAME              PIC X(08).
017500     05  FILLER                     PIC X(05) VALUE SPACES.
017600     05  FILLER                     PIC X(15) VALUE
017700         'BUSINESS DATE:'.
017800     05  HDG-BUS-DATE               PIC 9(08).
017900     05  FILLER                     PIC X(23) VALUE SPACES.
018000
018100 01  WS-HDG-3.
018200     05  FILLER                     PIC X(13) VALUE 'TRAN-ID'.
018300     05  FILLER                     PIC X(12) VALUE 'TRAN-DATE'.
018400     05  FILLER                     PIC X(17) VALUE
018500         '          AMOUNT'.
018600     05  FILLER                     PIC X(05) VALUE SPACES.
018700     05  FILLER                     PIC X(11) VALUE
018800         'WAREHOUSED'.
018900     05  FILLER                     PIC X(22) VALUE SPACES.
019000
019100 01  WS-REL-LINE.
019200     05  REL-TRAN-ID                PIC X(10).
019300     05  FILLER                     PIC X(03) VALUE SPACES.
019400     05  REL-TRAN-DATE              PIC 9(08).
019500     05  FILLER                     PIC X(04) VALUE SPACES.
019600     05  REL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
019700     05  FILLER                     PIC X(08) VALUE SPACES.
019800     05  REL-STORED-DATE            PIC 9(08).
019900     05  FILLER                     PIC X(25) VALUE SPACES.
020000
020100 01  WS-TOT-LINE.
020200     05  TOT-LABEL                  PIC X(40).
020300     05  TOT-COUNT                  PIC ZZZZZZ9.
020400     05  FILLER                     PIC X(33) VALUE SPACES.
020500
020600 01  WS-AMT-LINE.
020700     05  AMT-LABEL                  PIC X(40).
020800     05  AMT-VALUE                  PIC ZZZ,ZZZ,ZZ9.99.
020900     05  FILLER                     PIC X(26) VALUE SPACES.
021000
021100 PROCEDURE DIVISION.
021200*****************************************************************
021300*  0000-MAINLINE
021400*****************************************************************
021500 0000-MAINLINE.
021600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
021700     PERFORM 1500-COPY-CLEAN THRU 1500-COPY-CLEAN-EXIT
021800         UNTIL WS-CLEANI-EOF.
021900     PERFORM 2000-SORT-WHSE THRU 2000-SORT-WHSE-EXIT
022000         UNTIL WS-WHSEOLD-EOF.
022100     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
022200     STOP RUN.
022300
022400*****************************************************************
022500*  1000-INITIALIZE  --  SET THE BUSINESS DATE, READ THE
022600*                    PARAMETER, OPEN EVERY FILE, AND PRIME THE
022700*                    READS.  A CLEAN FILE THAT WILL NOT OPEN IS
022800*                    FATAL -- THERE IS NOTHING TO MERGE INTO --
022900*                    AND SO IS A NEW WAREHOUSE FILE, SINCE
023000*                    WITHOUT IT EVERY RECORD NOT RELEASED WOULD
023100*                    BE LOST.  A MISSING OLD WAREHOUSE FILE IS
023200*                    ONLY A WAREHOUSE NOTHING HAS YET BEEN
023300*                    STORED IN: THE CLEAN FILE PASSES THROUGH
023400*                    UNCHANGED AND AN EMPTY NEW WAREHOUSE IS
023500*                    WRITTEN.
023600*****************************************************************
023700 1000-INITIALIZE.
023800     PERFORM 1300-SET-BUSINESS-DATE
023900         THRU 1300-SET-BUSINESS-DATE-EXIT.
024000     PERFORM 1400-READ-PARM THRU 1400-READ-PARM-EXIT.
024100     OPEN INPUT CLEAN-IN-FILE.
024200     IF WS-CLEANI-STATUS NOT = '00'
024300         DISPLAY 'WHSEREL0001E - CLEAN TRANSACTION FILE COULD '
024400             'NOT BE OPENED (STATUS ' WS-CLEANI-STATUS ') - NO '
024500             'RELEASE PERFORMED'
024600         MOVE 16 TO RETURN-CODE
024700         STOP RUN
024800     END-IF.
024900     OPEN OUTPUT CLEAN-OUT-FILE.
025000     IF WS-CLEANO-STATUS NOT = '00'
025100         DISPLAY 'WHSEREL0002E - MERGED CLEAN FILE COULD NOT '
025200             'BE OPENED (STATUS ' WS-CLEANO-STATUS ')'
025300         MOVE 16 TO RETURN-CODE
025400         STOP RUN
025500     END-IF.
025600     OPEN OUTPUT WHSE-NEW-FILE.
025700     IF WS-WHSENEW-STATUS NOT = '00'
025800         DISPLAY 'WHSEREL0003E - NEW WAREHOUSE FILE COULD NOT '
025900             'BE OPENED (STATUS ' WS-WHSENEW-STATUS ')'
026000         MOVE 16 TO RETURN-CODE
026100         STOP RUN
026200     END-IF.
026300     OPEN INPUT WHSE-OLD-FILE.
026400     IF WS-WHSEOLD-STATUS = '00'
026500         SET WS-WHSEOLD-OPEN TO TRUE
026600         PERFORM 2100-READ-WHSE THRU 2100-READ-WHSE-EXIT
026700     ELSE
026800         DISPLAY 'WHSEREL0004W - WAREHOUSE FILE COULD NOT BE '
026900             'OPENED (STATUS ' WS-WHSEOLD-STATUS ') - NOTHING '
027000             'TO RELEASE'
027100         SET WS-WHSEOLD-EOF TO TRUE
027200     END-IF.
027300     OPEN OUTPUT WREL-REPORT-FILE.
027400     MOVE WS-HDG-1 TO RPT-LINE.
027500     WRITE RPT-LINE.
027600     MOVE WS-INST-NAME     TO HDG-INST-NAME.
027700     MOVE WS-BUSINESS-DATE TO HDG-BUS-DATE.
027800     MOVE WS-HDG-2 TO RPT-LINE.
027900     WRITE RPT-LINE.
028000     MOVE WS-HDG-3 TO RPT-LINE.
028100     WRITE RPT-LINE.
028200     PERFORM 1600-READ-CLEAN THRU 1600-READ-CLEAN-EXIT.
028300 1000-INITIALIZE-EXIT.
028400     EXIT.
028500
028600*****************************************************************
028700*  1300-SET-BUSINESS-DATE  --  THE RUN CALENDAR NAMES THE DATE
028800*                    THE WAREHOUSE IS RELEASED UP TO.  A MISSING
028900*                    OR UNREADABLE CALENDAR FALLS BACK TO THE
029000*                    SYSTEM DATE, AS BEFORE CALENDAR CONTROL
029100*                    EXISTED.
029200*****************************************************************
029300 1300-SET-BUSINESS-DATE.
029400     OPEN INPUT RUNCAL-FILE.
029500     IF WS-RUNCAL-STATUS NOT = '00'
029600         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
029700         GO TO 1300-SET-BUSINESS-DATE-EXIT
029800     END-IF.
029900     READ RUNCAL-FILE
030000         AT END
030100             ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
030200             CLOSE RUNCAL-FILE
030300             GO TO 1300-SET-BUSINESS-DATE-EXIT
030400     END-READ.
030500     IF CAL-BUS-DATE NUMERIC
030600         MOVE CAL-BUS-DATE TO WS-BUSINESS-DATE
030700     ELSE
030800         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
030900     END-IF.
031000     CLOSE RUNCAL-FILE.
031100 1300-SET-BUSINESS-DATE-EXIT.
031200     EXIT.
031300
031400*****************************************************************
031500*  1400-READ-PARM  --  THE PARAMETER NAMES THE LOOP INSTANCE
031600*                    WHOSE CLEAN FILE THIS RELEASE MERGES INTO.
031700*                    ONLY THAT INSTANCE'S WAREHOUSED RECORDS ARE
031750*                    RELEASED, AND THE 'W' CONTROL RECORD IS
031800*                    WRITTEN UNDER IT.  A MISSING PARAMETER OR A
031850*                    BLANK INSTANCE IS FATAL, AND IS FOUND BEFORE
031900*                    ANY FILE IS OPENED FOR OUTPUT: A RELEASE
032000*                    UNDER NO INSTANCE COULD NEVER BE PROVED.
032100*****************************************************************
032200 1400-READ-PARM.
032300     MOVE SPACES TO WS-INST-NAME.
032400     OPEN INPUT PARM-FILE.
032500     IF WS-PARM-STATUS NOT = '00'
032600         DISPLAY 'WHSEREL0005E - NO RELEASE PARAMETER (STATUS '
032700             WS-PARM-STATUS ') - NO RELEASE PERFORMED'
032800         MOVE 16 TO RETURN-CODE
032900         STOP RUN
033000     END-IF.
033100     READ PARM-FILE
033200         AT END
033300             MOVE SPACES TO PARM-LOOP-NAME
033400     END-READ.
033500     MOVE PARM-LOOP-NAME TO WS-INST-NAME.
033600     CLOSE PARM-FILE.
033700     IF WS-INST-NAME = SPACES
033800         DISPLAY 'WHSEREL0005E - NO INSTANCE NAMED ON THE '
033900             'PARAMETER - NO RELEASE PERFORMED'
034000         MOVE 16 TO RETURN-CODE
034050         STOP RUN
034100     END-IF.
034200 1400-READ-PARM-EXIT.
034300     EXIT.
034400
034500*****************************************************************
034600*  1500-COPY-CLEAN  --  PASS ONE CLEAN-FILE RECORD THROUGH TO
034700*                    THE MERGED OUTPUT.  THE INBOUND TRAILER IS
034800*                    CONSUMED HERE, NOT COPIED: ITS COUNT AND
034900*                    AMOUNT SEED THE COMBINED TOTALS AND THE
035000*                    MERGED FILE GETS A FRESH TRAILER COVERING
035100*                    THE ORIGINAL RECORDS PLUS THE RELEASED ONES.
035200*****************************************************************
035300 1500-COPY-CLEAN.
035400     IF CLEAN-IN-TRAILER
035500         MOVE CLEAN-IN-BODY TO WS-TRL-WORK
035600         IF WS-TRL-COUNT NUMERIC AND WS-TRL-AMOUNT NUMERIC
035700             ADD WS-TRL-COUNT  TO WS-CLEAN-OUT-CNT
035800             ADD WS-TRL-AMOUNT TO WS-CLEAN-OUT-AMT
035900         END-IF
036000         SET WS-TRL-SEEN TO TRUE
036100     ELSE
036200         ADD 1 TO WS-CLEAN-IN-CNT
036300         MOVE CLEAN-IN-BODY TO WS-CIN-WORK
036400         IF WS-CIN-AMOUNT NUMERIC
036500             ADD WS-CIN-AMOUNT TO WS-CLEAN-IN-AMT
036600         END-IF
036700         WRITE TRAN-RECORD FROM CLEAN-IN-RECORD
036800     END-IF.
036900     PERFORM 1600-READ-CLEAN THRU 1600-READ-CLEAN-EXIT.
037000 1500-COPY-CLEAN-EXIT.
037100     EXIT.
037200
037300*****************************************************************
037400*  1600-READ-CLEAN
037500*****************************************************************
037600 1600-READ-CLEAN.
037700     READ CLEAN-IN-FILE
037800         AT END
037900             SET WS-CLEANI-EOF TO TRUE
038000     END-READ.
038100 1600-READ-CLEAN-EXIT.
038200     EXIT.
038300
038400*****************************************************************
038500*  2000-SORT-WHSE  --  RELEASE OR CARRY ONE WAREHOUSED RECORD.
038600*                    A RECORD FOR THIS INSTANCE DATED ON OR
038700*                    BEFORE THE BUSINESS DATE IS RELEASED INTO
038800*                    THE CLEAN STREAM EXACTLY AS IT WAS RECEIVED
038900*                    AND PRINTED.  EVERY OTHER RECORD -- NOT YET
039000*                    DUE, OR WAITING FOR ANOTHER INSTANCE'S
039100*                    RELEASE -- GOES FORWARD TO THE NEW FILE.
039200*****************************************************************
039300 2000-SORT-WHSE.
039400     ADD 1 TO WS-WHSE-IN-CNT.
039500     IF WHSE-LOOP-NAME NOT = WS-INST-NAME
039600         ADD 1 TO WS-OTHER-CNT
039700         WRITE WHSE-NEW-RECORD FROM WHSE-RECORD
039800         PERFORM 2100-READ-WHSE THRU 2100-READ-WHSE-EXIT
039900         GO TO 2000-SORT-WHSE-EXIT
040000     END-IF.
040100     IF WHSE-TRAN-DATE > WS-BUSINESS-DATE
040200         ADD 1 TO WS-WAIT-CNT
040300         WRITE WHSE-NEW-RECORD FROM WHSE-RECORD
040400         PERFORM 2100-READ-WHSE THRU 2100-READ-WHSE-EXIT
040500         GO TO 2000-SORT-WHSE-EXIT
040600     END-IF.
040700     WRITE TRAN-RECORD FROM WHSE-TRAN-IMAGE.
040800     ADD 1 TO WS-REL-CNT.
040900     ADD 1 TO WS-CLEAN-OUT-CNT.
041000     ADD WHSE-TRAN-AMOUNT TO WS-REL-AMT.
041100     ADD WHSE-TRAN-AMOUNT TO WS-CLEAN-OUT-AMT.
041200     MOVE WHSE-TRAN-ID     TO REL-TRAN-ID.
041300     MOVE WHSE-TRAN-DATE   TO REL-TRAN-DATE.
041400     MOVE WHSE-TRAN-AMOUNT TO REL-AMOUNT.
041500     MOVE WHSE-STORED-DATE TO REL-STORED-DATE.
041600     MOVE WS-REL-LINE TO RPT-LINE.
041700     WRITE RPT-LINE.
041800     PERFORM 2100-READ-WHSE THRU 2100-READ-WHSE-EXIT.
041900 2000-SORT-WHSE-EXIT.
042000     EXIT.
042100
042200*****************************************************************
042300*  2100-READ-WHSE
042400*****************************************************************
042500 2100-READ-WHSE.
042600     READ WHSE-OLD-FILE
042700         AT END
042800             SET WS-WHSEOLD-EOF TO TRUE
042900     END-READ.
043000 2100-READ-WHSE-EXIT.
043100     EXIT.
043200
043300*****************************************************************
043400*  3000-FINISH  --  WRITE THE FRESH TRAILER ON THE MERGED CLEAN
043500*                    FILE, PRINT THE TOTALS, RECORD THE RELEASE
043600*                    FOR THE PROOF, AND CLOSE.  RECORDS STILL
043700*                    WAITING ARE NOT WORK LEFT UNDONE, ONLY WORK
043800*                    NOT YET DUE, SO THEY SET NO RETURN CODE.
043900*****************************************************************
044000 3000-FINISH.
044100*    A CLEAN FILE WITH NO TRAILER (WRITTEN BEFORE THE TRAILER
044200*    EXISTED) SEEDS THE COMBINED TOTALS FROM THE RECORDS
044300*    ACTUALLY COPIED INSTEAD OF A DECLARED COUNT.
044400     IF NOT WS-TRL-SEEN
044500         ADD WS-CLEAN-IN-CNT TO WS-CLEAN-OUT-CNT
044600         ADD WS-CLEAN-IN-AMT TO WS-CLEAN-OUT-AMT
044700     END-IF.
044800     MOVE SPACES TO TRAN-RECORD.
044900     MOVE '*TRAILER*'        TO TRAN-ID.
045000     MOVE WS-CLEAN-OUT-CNT   TO TRAN-TRL-COUNT.
045100     MOVE WS-CLEAN-OUT-AMT   TO TRAN-TRL-AMOUNT.
045200     WRITE TRAN-RECORD.
045300
045400     IF WS-REL-CNT = ZERO
045500         MOVE 'NO WAREHOUSED RECORDS CAME DUE' TO RPT-LINE
045600         WRITE RPT-LINE
045700     END-IF.
045800     MOVE 'WAREHOUSED RECORDS READ'      TO TOT-LABEL.
045900     MOVE WS-WHSE-IN-CNT                 TO TOT-COUNT.
046000     MOVE WS-TOT-LINE TO RPT-LINE.
046100     WRITE RPT-LINE.
046200     MOVE 'RECORDS RELEASED'             TO TOT-LABEL.
046300     MOVE WS-REL-CNT                     TO TOT-COUNT.
046400     MOVE WS-TOT-LINE TO RPT-LINE.
046500     WRITE RPT-LINE.
046600     MOVE 'RECORDS NOT YET DUE'          TO TOT-LABEL.
046700     MOVE WS-WAIT-CNT                    TO TOT-COUNT.
046800     MOVE WS-TOT-LINE TO RPT-LINE.
046900     WRITE RPT-LINE.
047000     MOVE 'RECORDS HELD FOR OTHER INSTANCES' TO TOT-LABEL.
047100     MOVE WS-OTHER-CNT                   TO TOT-COUNT.
047200     MOVE WS-TOT-LINE TO RPT-LINE.
047300     WRITE RPT-LINE.
047400     MOVE 'CLEAN RECORDS PASSED THROUGH' TO TOT-LABEL.
047500     MOVE WS-CLEAN-IN-CNT                TO TOT-COUNT.
047600     MOVE WS-TOT-LINE TO RPT-LINE.
047700     WRITE RPT-LINE.
047800     MOVE 'MERGED CLEAN RECORD COUNT'    TO TOT-LABEL.
047900     MOVE WS-CLEAN-OUT-CNT               TO TOT-COUNT.
048000     MOVE WS-TOT-LINE TO RPT-LINE.
048100     WRITE RPT-LINE.
048200     MOVE 'AMOUNT RELEASED'              TO AMT-LABEL.
048300     MOVE WS-REL-AMT                     TO AMT-VALUE.
048400     MOVE WS-AMT-LINE TO RPT-LINE.
048500     WRITE RPT-LINE.
048600     PERFORM 3500-WRITE-REL-AUDIT THRU 3500-WRITE-REL-AUDIT-EXIT.
048700
049100     IF WS-WHSEOLD-OPEN
049200         CLOSE WHSE-OLD-FILE
049300     END-IF.
049400     CLOSE WHSE-NEW-FILE.
049500     CLOSE CLEAN-IN-FILE.
049600     CLOSE CLEAN-OUT-FILE.
049700     CLOSE WREL-REPORT-FILE.
049900 3000-FINISH-EXIT.
050000     EXIT.
050100
050200*****************************************************************
050300*  3500-WRITE-REL-AUDIT  --  APPEND THE 'W' CONTROL RECORD FOR
050400*                    THE INSTANCE THIS RELEASE FEEDS: RECORDS
050500*                    RELEASED INTO THE CLEAN STREAM AND THEIR
050600*                    AMOUNT, AND THE INSTANCE'S RECORDS STILL
050700*                    WAITING.  A TRAIL THAT WILL NOT OPEN IS A
050750*                    WARNING AND SETS RETURN CODE 4: THE RELEASE
050800*                    STANDS BUT THE PROOF CANNOT ACCOUNT FOR IT.
050900*****************************************************************
051000 3500-WRITE-REL-AUDIT.
051100     OPEN EXTEND AUDIT-FILE.
051200     IF WS-AUDIT-STATUS = '35'
051300         OPEN OUTPUT AUDIT-FILE
051400     END-IF.
051500     IF WS-AUDIT-STATUS NOT = '00'
051600         DISPLAY 'WHSEREL0006W - AUDIT FILE COULD NOT BE '
051700             'OPENED (STATUS ' WS-AUDIT-STATUS ') - CONTROL '
051800             'TOTALS NOT RECORDED FOR THE PROOF'
051850         MOVE 4 TO RETURN-CODE
051900         GO TO 3500-WRITE-REL-AUDIT-EXIT
052000     END-IF.
052100     ACCEPT WS-AUDIT-TIME FROM TIME.
052200     MOVE SPACES              TO AUDIT-RECORD.
052300     MOVE 'W'                 TO AUDIT-REC-TYPE.
052400     MOVE WS-PROGRAM-NAME     TO AUDIT-PROGRAM-NAME.
052500     MOVE WS-INST-NAME        TO AUDIT-LOOP-NAME.
052600     MOVE WS-BUSINESS-DATE    TO AUDIT-RUN-DATE.
052700     MOVE WS-AUDIT-TIME       TO AUDIT-TIMESTAMP.
052800     MOVE WS-WAIT-CNT         TO AUDIT-CNT-VALUE.
052900     MOVE ZERO                TO AUDIT-START-VALUE
053000                                 AUDIT-CYCLES-DONE.
053100     MOVE SPACE               TO AUDIT-STATUS.
053200     MOVE WS-REL-AMT          TO AUDIT-AMOUNT.
053300     MOVE SPACE               TO AUDIT-BAL-STATUS.
053400     MOVE ZERO                TO AUDIT-DEBIT-CNT
053500                                 AUDIT-DEBIT-AMT
053600                                 AUDIT-CREDIT-CNT
053700                                 AUDIT-CREDIT-AMT
053800                                 AUDIT-ADJ-CNT
053900                                 AUDIT-ADJ-AMT
054000                                 AUDIT-UNKNOWN-CNT
054100                                 AUDIT-DUP-CNT
054200                                 AUDIT-HELD-CNT.
054300     MOVE SPACE               TO AUDIT-EXTRACT-FLAG.
054400     MOVE WS-REL-CNT          TO AUDIT-REL-CNT.
054500     WRITE AUDIT-RECORD.
054600     CLOSE AUDIT-FILE.
054700 3500-WRITE-REL-AUDIT-EXIT.
054800     EXIT.
