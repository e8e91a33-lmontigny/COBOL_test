000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FEEDRPT.
000300 AUTHOR.         R MONTIGNY.
000400 INSTALLATION.   OPERATIONS SUPPORT.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  --------------------
001000*  2026-10-15  RLM  ORIGINAL VERSION.  DAILY FEED INTAKE REPORT.
001100*                   EVERY SENDER ON THE FEED REGISTER IS LISTED
001200*                   WITH EACH FILE TRANEDIT LOGGED FROM IT FOR
001300*                   THE BUSINESS DATE -- RECEIVED, OR REFUSED
001400*                   AND WHY -- AND EVERY SENDER EXPECTED DAILY
001500*                   THAT SENT NOTHING IS LISTED AS MISSING.
001600*                   FILES FROM SENDERS NOT ON THE REGISTER ARE
001700*                   LISTED AFTER THEM.  A MISSING OR DOUBLED
001800*                   FEED IS THEN CAUGHT AT THE FRONT DOOR
001900*                   RATHER THAN DURING DUPRES CLEANUP.
002000*****************************************************************
002100
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.    IBM-370.
002500 OBJECT-COMPUTER.    IBM-370.
002600
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT FEEDREG-FILE ASSIGN TO FEEDREG
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS FREG-SENDER-ID
003300         FILE STATUS IS WS-FREG-STATUS.
003400
003500     SELECT FEEDLOG-FILE ASSIGN TO FEEDLOG
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-FLOG-STATUS.
003800
003900     SELECT RUNCAL-FILE ASSIGN TO RUNCALF
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-RUNCAL-STATUS.
004200
004300     SELECT INTAKE-REPORT-FILE ASSIGN TO INTKRPT
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  FEEDREG-FILE
004900     LABEL RECORDS ARE STANDARD.
005000 COPY FEEDREG.
005100
005200 FD  FEEDLOG-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 COPY FEEDLOG.
005600
005700 FD  RUNCAL-FILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 COPY RUNCAL.
006100
006200 FD  INTAKE-REPORT-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  RPT-LINE                       PIC X(132).
006600
006700 WORKING-STORAGE SECTION.
006800*****************************************************************
006900*  SWITCHES AND COUNTERS
007000*****************************************************************
007100 77  WS-FREG-STATUS                 PIC X(02) VALUE SPACES.
007200 77  WS-FLOG-STATUS                 PIC X(02) VALUE SPACES.
007300 77  WS-RUNCAL-STATUS               PIC X(02) VALUE SPACES.
007400 77  WS-LOG-MAX-ENTRIES             PIC 9(03) COMP VALUE 500.
007500 77  WS-LOG-COUNT                   PIC 9(03) COMP VALUE 0.
007600 77  WS-LOG-IX                      PIC 9(03) COMP VALUE 0.
007700 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
007800 77  WS-SENDER-CNT                  PIC 9(05) VALUE 0.
007900 77  WS-EXPECTED-CNT                PIC 9(05) VALUE 0.
008000 77  WS-EXP-RECEIVED-CNT            PIC 9(05) VALUE 0.
008100 77  WS-EXP-REFUSED-CNT             PIC 9(05) VALUE 0.
008200 77  WS-EXP-MISSING-CNT             PIC 9(05) VALUE 0.
008300 77  WS-FILE-ACCEPTED-CNT           PIC 9(05) VALUE 0.
008400 77  WS-FILE-REFUSED-CNT            PIC 9(05) VALUE 0.
008500 77  WS-UNREG-CNT                   PIC 9(05) VALUE 0.
008600
008700 01  WS-SWITCHES.
008800     05  WS-FREG-EOF-SW             PIC X(01) VALUE 'N'.
008900         88  WS-FREG-EOF                       VALUE 'Y'.
009000     05  WS-FLOG-EOF-SW             PIC X(01) VALUE 'N'.
009100         88  WS-FLOG-EOF                       VALUE 'Y'.
009200     05  WS-SENDER-ACC-SW           PIC X(01) VALUE 'N'.
009300         88  WS-SENDER-ACCEPTED                VALUE 'Y'
009400             WHEN SET TO FALSE IS 'N'.
009500     05  WS-SENDER-REF-SW           PIC X(01) VALUE 'N'.
009600         88  WS-SENDER-REFUSED                 VALUE 'Y'
009700             WHEN SET TO FALSE IS 'N'.
009800
009900*****************************************************************
010000*  INTAKE-LOG TABLE.  EVERY LOG RECORD FOR THE BUSINESS DATE,
010100*  IN THE ORDER THE FILES ARRIVED.  AN ENTRY IS MARKED AS SOON
010200*  AS A REGISTERED SENDER CLAIMS IT, SO WHATEVER IS LEFT
010300*  UNMARKED AT THE END CAME FROM A SENDER NOT ON THE REGISTER.
010400*****************************************************************
010500 01  WS-LOG-TABLE.
010600     05  WS-LOG-ENTRY OCCURS 500 TIMES.
010700         10  WS-LOG-SENDER-ID       PIC X(08).
010800         10  WS-LOG-FILE-SEQ        PIC 9(06).
010900         10  WS-LOG-EXPECT-SEQ      PIC 9(06).
011000         10  WS-LOG-CREATE-DATE     PIC 9(08).
011100         10  WS-LOG-LOOP-NAME       PIC X(08).
011200         10  WS-LOG-RESULT          PIC X(01).
011300             88  WS-LOG-ACCEPTED               VALUE 'A'.
011400         10  WS-LOG-REASON          PIC X(02).
011500         10  WS-LOG-READ-CNT        PIC 9(07).
011600         10  WS-LOG-CLAIMED-SW      PIC X(01).
011700             88  WS-LOG-CLAIMED                VALUE 'Y'.
011800
011900*****************************************************************
012000*  PRINT-IMAGE LINES
012100*****************************************************************
012200 01  WS-HDG-1.
012300     05  FILLER                     PIC X(32) VALUE
012400         'FEEDRPT DAILY FEED INTAKE REPORT'.
012500     05  FILLER                     PIC X(16) VALUE
012600         ' - BUSINESS DATE'.
012700     05  FILLER                     PIC X(01) VALUE SPACES.
012800     05  HDG-BUSINESS-DATE          PIC 9(08).
012900     05  FILLER                     PIC X(75) VALUE SPACES.
013000
013100 01  WS-HDG-2.
013200     05  FILLER                     PIC X(10) VALUE 'SENDER'.
013300     05  FILLER                     PIC X(32) VALUE 'NAME'.
013400     05  FILLER                     PIC X(10) VALUE 'INSTANCE'.
013500     05  FILLER                     PIC X(10) VALUE 'STATUS'.
013600     05  FILLER                     PIC X(08) VALUE '  FILE'.
013700     05  FILLER                     PIC X(08) VALUE 'EXPECTED'.
013800     05  FILLER                     PIC X(10) VALUE 'CREATED'.
013900     05  FILLER                     PIC X(09) VALUE 'RECORDS'.
014000     05  FILLER                     PIC X(35) VALUE 'REASON'.
014100
014200 01  WS-DTL-LINE.
014300     05  DTL-SENDER-ID              PIC X(08).
014400     05  FILLER                     PIC X(02) VALUE SPACES.
014500     05  DTL-SENDER-NAME            PIC X(30).
014600     05  FILLER                     PIC X(02) VALUE SPACES.
014700     05  DTL-LOOP-NAME              PIC X(08).
014800     05  FILLER                     PIC X(02) VALUE SPACES.
014900     05  DTL-STATUS                 PIC X(08).
015000     05  FILLER                     PIC X(02) VALUE SPACES.
015100     05  DTL-FILE-SEQ               PIC ZZZZZ9.
015200     05  FILLER                     PIC X(02) VALUE SPACES.
015300     05  DTL-EXPECT-SEQ             PIC ZZZZZ9.
015400     05  FILLER                     PIC X(02) VALUE SPACES.
015500     05  DTL-CREATE-DATE            PIC 9(08).
015600     05  FILLER                     PIC X(02) VALUE SPACES.
015700     05  DTL-READ-CNT               PIC ZZZZZZ9.
015800     05  FILLER                     PIC X(02) VALUE SPACES.
015900     05  DTL-REASON                 PIC X(30).
016000     05  FILLER                     PIC X(05) VALUE SPACES.
016100
016200 01  WS-TOT-LINE.
016300     05  TOT-LABEL                  PIC X(40).
016400     05  TOT-COUNT                  PIC ZZZZ9.
016500     05  FILLER                     PIC X(87) VALUE SPACES.
016600
016700 PROCEDURE DIVISION.
016800*****************************************************************
016900*  0000-MAINLINE
017000*****************************************************************
017100 0000-MAINLINE.
017200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
017300     PERFORM 2000-REPORT-SENDER THRU 2000-REPORT-SENDER-EXIT
017400         UNTIL WS-FREG-EOF.
017500     PERFORM 3000-REPORT-UNREGISTERED
017600         THRU 3000-REPORT-UNREGISTERED-EXIT.
017700     PERFORM 4000-FINISH THRU 4000-FINISH-EXIT.
017800     STOP RUN.
017900
018000*****************************************************************
018100*  1000-INITIALIZE  --  SET THE BUSINESS DATE, LOAD THE DAY'S
018200*                    INTAKE LOG, OPEN THE REGISTER, AND PRINT
018300*                    THE HEADINGS.  WITHOUT A REGISTER THERE IS
018400*                    NO LIST OF EXPECTED FEEDS TO REPORT, WHICH
018500*                    IS FATAL.  A MISSING LOG SIMPLY MEANS NO
018600*                    HEADED FILE HAS EVER ARRIVED, SO EVERY
018700*                    EXPECTED FEED IS REPORTED MISSING.
018800*****************************************************************
018900 1000-INITIALIZE.
019000     PERFORM 1050-SET-BUSINESS-DATE
019100         THRU 1050-SET-BUSINESS-DATE-EXIT.
019200     OPEN INPUT FEEDREG-FILE.
019300     IF WS-FREG-STATUS NOT = '00'
019400         DISPLAY 'FEEDRPT0001E - FEED REGISTER COULD NOT BE '
019500             'OPENED (STATUS ' WS-FREG-STATUS ') - NO LIST OF '
019600             'EXPECTED FEEDS'
019700         MOVE 16 TO RETURN-CODE
019800         STOP RUN
019900     END-IF.
020000     OPEN INPUT FEEDLOG-FILE.
020100     IF WS-FLOG-STATUS = '00'
020200         PERFORM 1100-LOAD-LOG THRU 1100-LOAD-LOG-EXIT
020300         CLOSE FEEDLOG-FILE
020400     ELSE
020500         DISPLAY 'FEEDRPT0002W - INTAKE LOG COULD NOT BE '
020600             'OPENED (STATUS ' WS-FLOG-STATUS ') - NO FILES '
020700             'RECEIVED'
020800     END-IF.
020900
021000     OPEN OUTPUT INTAKE-REPORT-FILE.
021100     MOVE WS-BUSINESS-DATE TO HDG-BUSINESS-DATE.
021200     MOVE WS-HDG-1 TO RPT-LINE.
021300     WRITE RPT-LINE.
021400     MOVE SPACES TO RPT-LINE.
021500     WRITE RPT-LINE.
021600     MOVE WS-HDG-2 TO RPT-LINE.
021700     WRITE RPT-LINE.
021800     PERFORM 2100-READ-FEEDREG THRU 2100-READ-FEEDREG-EXIT.
021900 1000-INITIALIZE-EXIT.
022000     EXIT.
022100
022200*****************************************************************
022300*  1050-SET-BUSINESS-DATE  --  THE RUN CALENDAR NAMES THE DATE
022400*                    TO REPORT.  A MISSING OR UNREADABLE
022500*                    CALENDAR FALLS BACK TO THE SYSTEM DATE, AS
022600*                    BEFORE CALENDAR CONTROL EXISTED.
022700*****************************************************************
022800 1050-SET-BUSINESS-DATE.
022900     OPEN INPUT RUNCAL-FILE.
023000     IF WS-RUNCAL-STATUS NOT = '00'
023100         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
023200         GO TO 1050-SET-BUSINESS-DATE-EXIT
023300     END-IF.
023400     READ RUNCAL-FILE
023500         AT END
023600             ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
023700             CLOSE RUNCAL-FILE
023800             GO TO 1050-SET-BUSINESS-DATE-EXIT
023900     END-READ.
024000     IF CAL-BUS-DATE NUMERIC
024100         MOVE CAL-BUS-DATE TO WS-BUSINESS-DATE
024200     ELSE
024300         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
024400     END-IF.
024500     CLOSE RUNCAL-FILE.
024600 1050-SET-BUSINESS-DATE-EXIT.
024700     EXIT.
024800
024900*****************************************************************
025000*  1100-LOAD-LOG  --  KEEP EVERY INTAKE-LOG RECORD FOR THE
025100*                    BUSINESS DATE.  MORE FILES IN ONE DAY THAN
025200*                    THE TABLE HOLDS IS FATAL RATHER THAN A
025300*                    REPORT THAT QUIETLY LEAVES FILES OFF.
025400*****************************************************************
025500 1100-LOAD-LOG.
025600     READ FEEDLOG-FILE
025700         AT END
025800             SET WS-FLOG-EOF TO TRUE
025900             GO TO 1100-LOAD-LOG-EXIT
026000     END-READ.
026100     IF FLOG-BUS-DATE NOT = WS-BUSINESS-DATE
026200         GO TO 1100-LOAD-LOG
026300     END-IF.
026400     IF WS-LOG-COUNT >= WS-LOG-MAX-ENTRIES
026500         DISPLAY 'FEEDRPT0003E - MORE THAN ' WS-LOG-MAX-ENTRIES
026600             ' FILES LOGGED FOR THE BUSINESS DATE - TABLE FULL'
026700         MOVE 16 TO RETURN-CODE
026800         STOP RUN
026900     END-IF.
027000     ADD 1 TO WS-LOG-COUNT.
027100     MOVE FLOG-SENDER-ID   TO WS-LOG-SENDER-ID (WS-LOG-COUNT).
027200     MOVE FLOG-FILE-SEQ    TO WS-LOG-FILE-SEQ (WS-LOG-COUNT).
027300     MOVE FLOG-EXPECT-SEQ  TO WS-LOG-EXPECT-SEQ (WS-LOG-COUNT).
027400     MOVE FLOG-CREATE-DATE TO WS-LOG-CREATE-DATE (WS-LOG-COUNT).
027500     MOVE FLOG-LOOP-NAME   TO WS-LOG-LOOP-NAME (WS-LOG-COUNT).
027600     MOVE FLOG-RESULT      TO WS-LOG-RESULT (WS-LOG-COUNT).
027700     MOVE FLOG-REASON      TO WS-LOG-REASON (WS-LOG-COUNT).
027800     MOVE FLOG-READ-CNT    TO WS-LOG-READ-CNT (WS-LOG-COUNT).
027900     MOVE 'N'              TO WS-LOG-CLAIMED-SW (WS-LOG-COUNT).
028000     GO TO 1100-LOAD-LOG.
028100 1100-LOAD-LOG-EXIT.
028200     EXIT.
028300
028400*****************************************************************
028500*  2000-REPORT-SENDER  --  ONE REGISTERED SENDER: A LINE FOR
028600*                    EACH FILE LOGGED FROM IT TODAY, THEN A
028700*                    MISSING LINE WHEN IT IS EXPECTED DAILY AND
028800*                    SENT NOTHING.  AN EXPECTED FEED COUNTS AS
028900*                    RECEIVED WHEN ANY FILE FROM IT WAS
029000*                    ACCEPTED, AND AS REFUSED WHEN IT SENT FILES
029100*                    BUT EVERY ONE WAS REFUSED.
029200*****************************************************************
029300 2000-REPORT-SENDER.
029400     ADD 1 TO WS-SENDER-CNT.
029500     SET WS-SENDER-ACCEPTED TO FALSE.
029600     SET WS-SENDER-REFUSED TO FALSE.
029700     MOVE ZERO TO WS-LOG-IX.
029800     PERFORM 2200-MATCH-ONE-LOG THRU 2200-MATCH-ONE-LOG-EXIT
029900         WS-LOG-COUNT TIMES.
030000
030100     IF FREG-EXPECTED-DAILY
030200         ADD 1 TO WS-EXPECTED-CNT
030300         EVALUATE TRUE
030400             WHEN WS-SENDER-ACCEPTED
030500                 ADD 1 TO WS-EXP-RECEIVED-CNT
030600             WHEN WS-SENDER-REFUSED
030700                 ADD 1 TO WS-EXP-REFUSED-CNT
030800             WHEN OTHER
030900                 ADD 1 TO WS-EXP-MISSING-CNT
031000                 PERFORM 2400-PRINT-MISSING
031100                     THRU 2400-PRINT-MISSING-EXIT
031200         END-EVALUATE
031300     END-IF.
031400
031500     PERFORM 2100-READ-FEEDREG THRU 2100-READ-FEEDREG-EXIT.
031600 2000-REPORT-SENDER-EXIT.
031700     EXIT.
031800
031900*****************************************************************
032000*  2100-READ-FEEDREG  --  NEXT SENDER IN SENDER-ID ORDER.
032100*****************************************************************
032200 2100-READ-FEEDREG.
032300     READ FEEDREG-FILE NEXT RECORD
032400         AT END
032500             SET WS-FREG-EOF TO TRUE
032600     END-READ.
032700 2100-READ-FEEDREG-EXIT.
032800     EXIT.
032900
033000*****************************************************************
033100*  2200-MATCH-ONE-LOG  --  CLAIM AND PRINT ONE LOG ENTRY WHEN IT
033200*                    BELONGS TO THE CURRENT SENDER.
033300*****************************************************************
033400 2200-MATCH-ONE-LOG.
033500     ADD 1 TO WS-LOG-IX.
033600     IF WS-LOG-SENDER-ID (WS-LOG-IX) NOT = FREG-SENDER-ID
033700         GO TO 2200-MATCH-ONE-LOG-EXIT
033800     END-IF.
033900     MOVE 'Y' TO WS-LOG-CLAIMED-SW (WS-LOG-IX).
034000     IF WS-LOG-ACCEPTED (WS-LOG-IX)
034100         SET WS-SENDER-ACCEPTED TO TRUE
034200     ELSE
034300         SET WS-SENDER-REFUSED TO TRUE
034400     END-IF.
034500     MOVE FREG-SENDER-NAME TO DTL-SENDER-NAME.
034600     PERFORM 2300-PRINT-LOG THRU 2300-PRINT-LOG-EXIT.
034700 2200-MATCH-ONE-LOG-EXIT.
034800     EXIT.
034900
035000*****************************************************************
035100*  2300-PRINT-LOG  --  ONE LINE FOR THE LOG ENTRY AT WS-LOG-IX.
035200*                    THE CALLER HAS ALREADY SET THE NAME COLUMN.
035300*****************************************************************
035400 2300-PRINT-LOG.
035500     MOVE WS-LOG-SENDER-ID (WS-LOG-IX)   TO DTL-SENDER-ID.
035600     MOVE WS-LOG-LOOP-NAME (WS-LOG-IX)   TO DTL-LOOP-NAME.
035700     MOVE WS-LOG-FILE-SEQ (WS-LOG-IX)    TO DTL-FILE-SEQ.
035800     MOVE WS-LOG-EXPECT-SEQ (WS-LOG-IX)  TO DTL-EXPECT-SEQ.
035900     MOVE WS-LOG-CREATE-DATE (WS-LOG-IX) TO DTL-CREATE-DATE.
036000     MOVE WS-LOG-READ-CNT (WS-LOG-IX)    TO DTL-READ-CNT.
036100     IF WS-LOG-ACCEPTED (WS-LOG-IX)
036200         ADD 1 TO WS-FILE-ACCEPTED-CNT
036300         MOVE 'RECEIVED' TO DTL-STATUS
036400         MOVE SPACES     TO DTL-REASON
036500     ELSE
036600         ADD 1 TO WS-FILE-REFUSED-CNT
036700         MOVE 'REFUSED'  TO DTL-STATUS
036800         EVALUATE WS-LOG-REASON (WS-LOG-IX)
036900             WHEN '01'
037000                 MOVE 'SEQUENCE ALREADY RECEIVED'
037100                     TO DTL-REASON
037200             WHEN '02'
037300                 MOVE 'SEQUENCE OUT OF ORDER'   TO DTL-REASON
037400             WHEN '03'
037500                 MOVE 'SEQUENCE NUMBER SKIPPED' TO DTL-REASON
037600             WHEN '04'
037700                 MOVE 'SENDER NOT REGISTERED'   TO DTL-REASON
037800             WHEN '05'
037900                 MOVE 'FILE HEADER INVALID'     TO DTL-REASON
038000             WHEN OTHER
038100                 MOVE 'REASON UNKNOWN'          TO DTL-REASON
038200         END-EVALUATE
038300     END-IF.
038400     MOVE WS-DTL-LINE TO RPT-LINE.
038500     WRITE RPT-LINE.
038600 2300-PRINT-LOG-EXIT.
038700     EXIT.
038800
038900*****************************************************************
039000*  2400-PRINT-MISSING  --  AN EXPECTED SENDER WITH NO FILE FOR
039100*                    THE BUSINESS DATE.  THE EXPECTED COLUMN
039200*                    NAMES THE DELIVERY TO CHASE.
039300*****************************************************************
039400 2400-PRINT-MISSING.
039500     MOVE FREG-SENDER-ID   TO DTL-SENDER-ID.
039600     MOVE FREG-SENDER-NAME TO DTL-SENDER-NAME.
039700     MOVE FREG-LOOP-NAME   TO DTL-LOOP-NAME.
039800     MOVE 'MISSING'        TO DTL-STATUS.
039900     MOVE ZERO             TO DTL-FILE-SEQ
040000                              DTL-CREATE-DATE
040100                              DTL-READ-CNT.
040200     ADD 1 TO FREG-LAST-SEQ GIVING DTL-EXPECT-SEQ.
040300     MOVE 'NO FILE RECEIVED' TO DTL-REASON.
040400     MOVE WS-DTL-LINE TO RPT-LINE.
040500     WRITE RPT-LINE.
040600 2400-PRINT-MISSING-EXIT.
040700     EXIT.
040800
040900*****************************************************************
041000*  3000-REPORT-UNREGISTERED  --  FILES FROM SENDERS NOT ON THE
041100*                    REGISTER.  TRANEDIT REFUSED EVERY ONE OF
041200*                    THEM; THEY ARE LISTED SO THE SENDER CAN BE
041300*                    REGISTERED OR TURNED AWAY.
041400*****************************************************************
041500 3000-REPORT-UNREGISTERED.
041600     MOVE ZERO TO WS-LOG-IX.
041700     PERFORM 3100-UNREG-ONE THRU 3100-UNREG-ONE-EXIT
041800         WS-LOG-COUNT TIMES.
041900 3000-REPORT-UNREGISTERED-EXIT.
042000     EXIT.
042100
042200 3100-UNREG-ONE.
042300     ADD 1 TO WS-LOG-IX.
042400     IF WS-LOG-CLAIMED (WS-LOG-IX)
042500         GO TO 3100-UNREG-ONE-EXIT
042600     END-IF.
042700     ADD 1 TO WS-UNREG-CNT.
042800     MOVE '*** NOT ON FEED REGISTER ***' TO DTL-SENDER-NAME.
042900     PERFORM 2300-PRINT-LOG THRU 2300-PRINT-LOG-EXIT.
043000 3100-UNREG-ONE-EXIT.
043100     EXIT.
043200
043300*****************************************************************
043400*  4000-FINISH  --  PRINT THE TOTALS, CLOSE, AND SET THE RETURN
043500*                    CODE: 0 WHEN EVERY EXPECTED FEED ARRIVED
043600*                    AND NO FILE WAS REFUSED, 4 OTHERWISE, SO
043700*                    OPERATIONS CHASES THE SENDER BEFORE THE
043800*                    CYCLE RUNS SHORT.
043900*****************************************************************
044000 4000-FINISH.
044100     MOVE SPACES TO RPT-LINE.
044200     WRITE RPT-LINE.
044300     MOVE 'SENDERS ON FEED REGISTER'          TO TOT-LABEL.
044400     MOVE WS-SENDER-CNT                       TO TOT-COUNT.
044500     MOVE WS-TOT-LINE TO RPT-LINE.
044600     WRITE RPT-LINE.
044700     MOVE 'FEEDS EXPECTED'                    TO TOT-LABEL.
044800     MOVE WS-EXPECTED-CNT                     TO TOT-COUNT.
044900     MOVE WS-TOT-LINE TO RPT-LINE.
045000     WRITE RPT-LINE.
045100     MOVE '  RECEIVED'                        TO TOT-LABEL.
045200     MOVE WS-EXP-RECEIVED-CNT                 TO TOT-COUNT.
045300     MOVE WS-TOT-LINE TO RPT-LINE.
045400     WRITE RPT-LINE.
045500     MOVE '  REFUSED'                         TO TOT-LABEL.
045600     MOVE WS-EXP-REFUSED-CNT                  TO TOT-COUNT.
045700     MOVE WS-TOT-LINE TO RPT-LINE.
045800     WRITE RPT-LINE.
045900     MOVE '  MISSING'                         TO TOT-LABEL.
046000     MOVE WS-EXP-MISSING-CNT                  TO TOT-COUNT.
046100     MOVE WS-TOT-LINE TO RPT-LINE.
046200     WRITE RPT-LINE.
046300     MOVE 'FILES ACCEPTED'                    TO TOT-LABEL.
046400     MOVE WS-FILE-ACCEPTED-CNT                TO TOT-COUNT.
046500     MOVE WS-TOT-LINE TO RPT-LINE.
046600     WRITE RPT-LINE.
046700     MOVE 'FILES REFUSED'                     TO TOT-LABEL.
046800     MOVE WS-FILE-REFUSED-CNT                 TO TOT-COUNT.
046900     MOVE WS-TOT-LINE TO RPT-LINE.
047000     WRITE RPT-LINE.
047100     MOVE '  FROM SENDERS NOT ON THE REGISTER' TO TOT-LABEL.
047200     MOVE WS-UNREG-CNT                        TO TOT-COUNT.
047300     MOVE WS-TOT-LINE TO RPT-LINE.
047400     WRITE RPT-LINE.
047500
047600     CLOSE FEEDREG-FILE.
047700     CLOSE INTAKE-REPORT-FILE.
047800
047900     IF WS-EXP-MISSING-CNT > ZERO
048000         OR WS-FILE-REFUSED-CNT > ZERO
048100         DISPLAY 'FEEDRPT0004W - ' WS-EXP-MISSING-CNT
048200             ' EXPECTED FEED(S) MISSING, ' WS-FILE-REFUSED-CNT
048300             ' FILE(S) REFUSED - SEE INTAKE REPORT'
048400         MOVE 4 TO RETURN-CODE
048500     ELSE
048600         MOVE 0 TO RETURN-CODE
048700     END-IF.
048800 4000-FINISH-EXIT.
048900     EXIT.
