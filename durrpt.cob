000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DURRPT.
000300 AUTHOR.         R MONTIGNY.
000400 INSTALLATION.   OPERATIONS SUPPORT.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  --------------------
001000*  2026-10-15  RLM  ORIGINAL VERSION.  STATRPT SHOWS WHERE AN
001100*                   INSTANCE IS RIGHT NOW, BUT THE HEARTBEAT IS
001200*                   OVERWRITTEN BY THE NEXT RUN, SO NOBODY COULD
001300*                   SAY HOW LONG AN INSTANCE TOOK LAST WEEK OR
001400*                   WHETHER IT IS GETTING SLOWER.  HELLO NOW
001500*                   APPENDS A RUN-DURATION RECORD (DURHIST) PER
001600*                   INSTANCE RUN.  THIS REPORT TAKES THE 30
001700*                   CALENDAR DAYS ENDING AT THE BUSINESS DATE,
001800*                   ADDS EACH INSTANCE'S RUNS UP BY NIGHT (A
001900*                   CUT-SHORT RUN AND ITS RESUME ARE ONE NIGHT),
002000*                   AND COMPARES EACH NIGHT WITH THE INSTANCE'S
002100*                   TARGET ON THE SLACTL CONTROL FILE.  IT LISTS
002200*                   EVERY BREACH, THEN PER INSTANCE THE AVERAGE
002300*                   AND WORST ELAPSED TIME, AVERAGE AND PEAK
002400*                   VOLUME, THROUGHPUT, AND A PROJECTION FROM THE
002500*                   VOLUME TREND OF WHEN THE INSTANCE WILL NO
002600*                   LONGER FIT ITS TARGET.  A BREACH ON THE
002700*                   BUSINESS DATE SETS RETURN-CODE 8 SO THE
002800*                   SCHEDULER PAGES; OLDER BREACHES OR AN
002900*                   OVERRUN PROJECTED WITHIN 30 DAYS SET 4.
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.    IBM-370.
003500 OBJECT-COMPUTER.    IBM-370.
003600
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT RUNCAL-FILE ASSIGN TO RUNCALF
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-RUNCAL-STATUS.
004200
004300     SELECT SLA-FILE ASSIGN TO SLACTL
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-SLA-STATUS.
004600
004700     SELECT DURH-FILE ASSIGN TO DURHIST
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-DURH-STATUS.
005000
005100     SELECT DUR-REPORT-FILE ASSIGN TO DURRPT
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  RUNCAL-FILE
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 COPY RUNCAL.
006000
006100 FD  SLA-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400 COPY SLACTL.
006500
006600 FD  DURH-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 COPY DURHIST.
007000
007100 FD  DUR-REPORT-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  RPT-LINE                       PIC X(132).
007500
007600 WORKING-STORAGE SECTION.
007700*****************************************************************
007800*  SWITCHES AND COUNTERS
007900*****************************************************************
008000 77  WS-RUNCAL-STATUS               PIC X(02) VALUE SPACES.
008100 77  WS-SLA-STATUS                  PIC X(02) VALUE SPACES.
008200 77  WS-DURH-STATUS                 PIC X(02) VALUE SPACES.
008300 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
008400 77  WS-WIN-DAYS                    PIC 9(02) COMP VALUE 30.
008500 77  WS-WIN-IX                      PIC 9(02) COMP VALUE 0.
008600 77  WS-NT-IX                       PIC 9(02) COMP VALUE 0.
008700 77  WS-INS-MAX-ENTRIES             PIC 9(03) COMP VALUE 500.
008800 77  WS-INS-COUNT                   PIC 9(03) COMP VALUE 0.
008900 77  WS-INS-IX                      PIC 9(03) COMP VALUE 0.
009000 77  WS-INS-FOUND-IX                PIC 9(03) COMP VALUE 0.
009100 77  WS-LOOKUP-NAME                 PIC X(08) VALUE SPACES.
009200 77  WS-LEAP-QUOT                   PIC 9(04) COMP VALUE 0.
009300 77  WS-LEAP-REM                    PIC 9(04) COMP VALUE 0.
009400 77  WS-MONTH-MAX-DAY               PIC 9(02) VALUE 0.
009500 77  WS-HIST-READ-CNT               PIC 9(07) VALUE 0.
009600 77  WS-HIST-USED-CNT               PIC 9(07) VALUE 0.
009700 77  WS-SLA-BAD-CNT                 PIC 9(05) VALUE 0.
009800 77  WS-BREACH-CNT                  PIC 9(05) VALUE 0.
009900 77  WS-LATEST-BREACH-CNT           PIC 9(05) VALUE 0.
010000 77  WS-PROJ-SOON-CNT               PIC 9(05) VALUE 0.
010100 77  WS-NIGHT-CNT                   PIC 9(05) VALUE 0.
010200 77  WS-SECS-WORK                   PIC 9(07) VALUE 0.
010300 77  WS-TARGET-SECS                 PIC 9(07) VALUE 0.
010400 77  WS-OVER-SECS                   PIC 9(07) VALUE 0.
010500 77  WS-PER-MINUTE                  PIC 9(07) VALUE 0.
010600 77  WS-DAYS-OUT                    PIC 9(03) VALUE 0.
010700 77  WS-DAYS-OUT-MAX                PIC 9(03) VALUE 999.
010800 77  WS-PROJ-SOON-DAYS              PIC 9(03) VALUE 30.
010900
011000 01  WS-SWITCHES.
011100     05  WS-SLA-EOF-SW              PIC X(01) VALUE 'N'.
011200         88  WS-SLA-EOF                        VALUE 'Y'.
011300     05  WS-DURH-EOF-SW             PIC X(01) VALUE 'N'.
011400         88  WS-DURH-EOF                       VALUE 'Y'.
011500     05  WS-SLA-OPEN-SW             PIC X(01) VALUE 'N'.
011600         88  WS-SLA-OPEN                       VALUE 'Y'.
011700     05  WS-LEAP-YEAR-SW            PIC X(01) VALUE 'N'.
011800         88  WS-LEAP-YEAR                      VALUE 'Y'
011900             WHEN SET TO FALSE IS 'N'.
012000     05  WS-INS-FOUND-SW            PIC X(01) VALUE 'N'.
012100         88  WS-INS-FOUND                      VALUE 'Y'
012200             WHEN SET TO FALSE IS 'N'.
012300
012400*****************************************************************
012500*  THE REPORTING WINDOW: THE 30 CALENDAR DAYS ENDING AT THE
012600*  BUSINESS DATE, OLDEST FIRST.  A NIGHT'S POSITION IN THE
012700*  WINDOW IS ALSO ITS X VALUE IN THE VOLUME TREND.
012800*****************************************************************
012900 01  WS-WIN-TABLE.
013000     05  WS-WIN-DATE OCCURS 30 TIMES
013100                                    PIC 9(08).
013200
013300*****************************************************************
013400*  INSTANCE TABLE.  EVERY INSTANCE WITH A TARGET ON SLACTL OR A
013500*  RUN IN THE WINDOW HAS AN ENTRY; EACH NIGHT OF THE WINDOW
013600*  HOLDS THE TOTAL OF THAT NIGHT'S RUNS.
013700*****************************************************************
013800 01  WS-INS-TABLE.
013900     05  WS-INS-ENTRY OCCURS 500 TIMES.
014000         10  WS-INS-NAME            PIC X(08).
014100         10  WS-INS-TARGET-MINS     PIC 9(04).
014200         10  WS-INS-TARGET-SW       PIC X(01).
014300             88  WS-INS-HAS-TARGET             VALUE 'Y'.
014400         10  WS-INS-NIGHT OCCURS 30 TIMES.
014500             15  WS-NT-SECS         PIC 9(07).
014600             15  WS-NT-RECS         PIC 9(07).
014700             15  WS-NT-RUNS         PIC 9(02).
014800             15  WS-NT-RESUMED-SW   PIC X(01).
014900                 88  WS-NT-RESUMED             VALUE 'Y'.
015000
015100*****************************************************************
015200*  PER-INSTANCE TREND WORK AREAS.  THE VOLUME TREND IS THE
015300*  LEAST-SQUARES LINE THROUGH (NIGHT, RECORDS) FOR THE NIGHTS
015400*  THE INSTANCE RAN; ITS CAPACITY IS THE VOLUME ITS AVERAGE
015500*  THROUGHPUT CLEARS IN THE TARGET TIME.
015600*****************************************************************
015700 01  WS-TREND-WORK.
015800     05  WS-TR-NIGHTS               PIC 9(03) VALUE 0.
015900     05  WS-TR-BREACHES             PIC 9(03) VALUE 0.
016000     05  WS-TR-TOT-SECS             PIC 9(09) VALUE 0.
016100     05  WS-TR-TOT-RECS             PIC 9(09) VALUE 0.
016200     05  WS-TR-WORST-SECS           PIC 9(07) VALUE 0.
016300     05  WS-TR-WORST-DATE           PIC 9(08) VALUE 0.
016400     05  WS-TR-PEAK-RECS            PIC 9(07) VALUE 0.
016500     05  WS-TR-LAST-IX              PIC 9(02) VALUE 0.
016600     05  WS-TR-SUM-X                PIC S9(09) VALUE 0.
016700     05  WS-TR-SUM-Y                PIC S9(11) VALUE 0.
016800     05  WS-TR-SUM-XY               PIC S9(13) VALUE 0.
016900     05  WS-TR-SUM-XX               PIC S9(11) VALUE 0.
017000     05  WS-TR-DENOM                PIC S9(13) VALUE 0.
017100     05  WS-TR-SLOPE                PIC S9(09)V9(04) VALUE 0.
017200     05  WS-TR-FIT-LAST             PIC S9(11)V9(04) VALUE 0.
017300     05  WS-TR-CAPACITY             PIC S9(11)V9(04) VALUE 0.
017400     05  WS-TR-DAYS                 PIC S9(09)V9(04) VALUE 0.
017500
017600*****************************************************************
017700*  DATE AND TIME WORK AREAS
017800*****************************************************************
017900 01  WS-WORK-DATE                   PIC 9(08) VALUE ZERO.
018000 01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
018100     05  WS-WORK-YEAR               PIC 9(04).
018200     05  WS-WORK-MONTH              PIC 9(02).
018300     05  WS-WORK-DAY                PIC 9(02).
018400
018500 01  WS-TIME-SPLIT.
018600     05  WS-TS-HH                   PIC 9(05) VALUE 0.
018700     05  WS-TS-MM                   PIC 9(02) VALUE 0.
018800     05  WS-TS-SS                   PIC 9(02) VALUE 0.
018900
019000 01  WS-TIME-DISPLAY.
019100     05  TDSP-HH                    PIC 9(02).
019200     05  FILLER                     PIC X(01) VALUE ':'.
019300     05  TDSP-MM                    PIC 9(02).
019400     05  FILLER                     PIC X(01) VALUE ':'.
019500     05  TDSP-SS                    PIC 9(02).
019600
019700*****************************************************************
019800*  PRINT-IMAGE LINES
019900*****************************************************************
020000 01  WS-HDG-1.
020100     05  FILLER                     PIC X(50) VALUE
020200         'DURRPT BATCH-WINDOW DURATION TREND - 30 DAYS FROM '.
020300     05  HDG-FROM-DATE              PIC 9(08).
020400     05  FILLER                     PIC X(06) VALUE ' THRU '.
020500     05  HDG-THRU-DATE              PIC 9(08).
020600     05  FILLER                     PIC X(60) VALUE SPACES.
020700
020800 01  WS-SECTION-LINE.
020900     05  SECT-TITLE                 PIC X(60).
021000     05  FILLER                     PIC X(72) VALUE SPACES.
021100
021200 01  WS-BRC-HDG.
021300     05  FILLER                     PIC X(10) VALUE 'INSTANCE'.
021400     05  FILLER                     PIC X(10) VALUE 'NIGHT OF'.
021500     05  FILLER                     PIC X(10) VALUE 'ELAPSED'.
021600     05  FILLER                     PIC X(10) VALUE 'TARGET'.
021700     05  FILLER                     PIC X(10) VALUE 'OVER BY'.
021800     05  FILLER                     PIC X(09) VALUE 'RECORDS'.
021900     05  FILLER                     PIC X(09) VALUE 'PER MIN'.
022000     05  FILLER                     PIC X(04) VALUE 'RUNS'.
022100     05  FILLER                     PIC X(60) VALUE SPACES.
022200
022300 01  WS-BRC-LINE.
022400     05  BRC-NAME                   PIC X(08).
022500     05  FILLER                     PIC X(02) VALUE SPACES.
022600     05  BRC-DATE                   PIC 9(08).
022700     05  FILLER                     PIC X(02) VALUE SPACES.
022800     05  BRC-ELAPSED                PIC X(08).
022900     05  FILLER                     PIC X(02) VALUE SPACES.
023000     05  BRC-TARGET                 PIC X(08).
023100     05  FILLER                     PIC X(02) VALUE SPACES.
023200     05  BRC-OVER                   PIC X(08).
023300     05  FILLER                     PIC X(02) VALUE SPACES.
023400     05  BRC-RECS                   PIC ZZZZZZ9.
023500     05  FILLER                     PIC X(02) VALUE SPACES.
023600     05  BRC-PER-MIN                PIC ZZZZZZ9.
023700     05  FILLER                     PIC X(02) VALUE SPACES.
023800     05  BRC-RUNS                   PIC Z9.
023900     05  FILLER                     PIC X(02) VALUE SPACES.
024000     05  BRC-NOTE                   PIC X(30).
024100     05  FILLER                     PIC X(30) VALUE SPACES.
024200
024300 01  WS-TRD-HDG.
024400     05  FILLER                     PIC X(10) VALUE 'INSTANCE'.
024500     05  FILLER                     PIC X(05) VALUE 'NTS'.
024600     05  FILLER                     PIC X(10) VALUE 'TARGET'.
024700     05  FILLER                     PIC X(10) VALUE 'AVG ELAP'.
024800     05  FILLER                     PIC X(09) VALUE 'WORST'.
024900     05  FILLER                     PIC X(10) VALUE 'WORST ON'.
025000     05  FILLER                     PIC X(10) VALUE 'LATEST'.
025100     05  FILLER                     PIC X(09) VALUE 'AVG RECS'.
025200     05  FILLER                     PIC X(09) VALUE 'PEAK REC'.
025300     05  FILLER                     PIC X(09) VALUE 'AVG/MIN'.
025400     05  FILLER                     PIC X(05) VALUE 'BRC'.
025500     05  FILLER                     PIC X(08) VALUE 'GROW/DY'.
025600     05  FILLER                     PIC X(28) VALUE
025700         'PROJECTED OVERRUN'.
025800
025900 01  WS-TRD-LINE.
026000     05  TRD-NAME                   PIC X(08).
026100     05  FILLER                     PIC X(02) VALUE SPACES.
026200     05  TRD-NIGHTS                 PIC ZZ9.
026300     05  FILLER                     PIC X(02) VALUE SPACES.
026400     05  TRD-TARGET                 PIC X(08).
026500     05  FILLER                     PIC X(02) VALUE SPACES.
026600     05  TRD-AVG-ELAPSED            PIC X(08).
026700     05  FILLER                     PIC X(02) VALUE SPACES.
026800     05  TRD-WORST-ELAPSED          PIC X(08).
026900     05  FILLER                     PIC X(01) VALUE SPACES.
027000     05  TRD-WORST-DATE             PIC X(08).
027100     05  FILLER                     PIC X(02) VALUE SPACES.
027200     05  TRD-LAST-ELAPSED           PIC X(08).
027300     05  FILLER                     PIC X(02) VALUE SPACES.
027400     05  TRD-AVG-RECS               PIC ZZZZZZ9.
027500     05  FILLER                     PIC X(02) VALUE SPACES.
027600     05  TRD-PEAK-RECS              PIC ZZZZZZ9.
027700     05  FILLER                     PIC X(02) VALUE SPACES.
027800     05  TRD-PER-MIN                PIC ZZZZZZ9.
027900     05  FILLER                     PIC X(02) VALUE SPACES.
028000     05  TRD-BREACHES               PIC ZZ9.
028100     05  FILLER                     PIC X(02) VALUE SPACES.
028200     05  TRD-GROWTH                 PIC -ZZZZ9.
028300     05  FILLER                     PIC X(02) VALUE SPACES.
028400     05  TRD-PROJECTION             PIC X(28).
028500
028600 01  WS-PROJ-TEXT.
028700     05  FILLER                     PIC X(03) VALUE 'IN '.
028800     05  PROJ-DAYS                  PIC ZZ9.
028900     05  FILLER                     PIC X(07) VALUE ' DAYS ('.
029000     05  PROJ-DATE                  PIC 9(08).
029100     05  FILLER                     PIC X(01) VALUE ')'.
029200     05  FILLER                     PIC X(06) VALUE SPACES.
029300
029400 01  WS-TOT-LINE.
029500     05  TOT-LABEL                  PIC X(44).
029600     05  TOT-COUNT                  PIC ZZZZZZ9.
029700     05  FILLER                     PIC X(81) VALUE SPACES.
029800
029900 PROCEDURE DIVISION.
030000*****************************************************************
030100*  0000-MAINLINE
030200*****************************************************************
030300 0000-MAINLINE.
030400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
030500     PERFORM 2000-LOAD-HISTORY THRU 2000-LOAD-HISTORY-EXIT
030600         UNTIL WS-DURH-EOF.
030700     PERFORM 3000-REPORT-BREACHES THRU 3000-REPORT-BREACHES-EXIT.
030800     PERFORM 4000-REPORT-TREND THRU 4000-REPORT-TREND-EXIT.
030900     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT.
031000     STOP RUN.
031100
031200*****************************************************************
031300*  1000-INITIALIZE  --  SET THE WINDOW FROM THE BUSINESS DATE,
031400*                    LOAD THE SLA TARGETS, AND OPEN THE HISTORY
031500*                    AND THE REPORT.  A HISTORY THAT WILL NOT
031600*                    OPEN IS FATAL: THERE IS NOTHING TO TREND.
031700*                    A MISSING SLACTL FILE ONLY MEANS NO
031800*                    INSTANCE HAS A TARGET.
031900*****************************************************************
032000 1000-INITIALIZE.
032100     PERFORM 1050-SET-BUSINESS-DATE
032200         THRU 1050-SET-BUSINESS-DATE-EXIT.
032300     PERFORM 1100-BUILD-WINDOW THRU 1100-BUILD-WINDOW-EXIT.
032400
032500     OPEN INPUT DURH-FILE.
032600     IF WS-DURH-STATUS NOT = '00'
032700         DISPLAY 'DURRPT0003E - RUN-DURATION HISTORY COULD NOT '
032800             'BE OPENED (STATUS ' WS-DURH-STATUS ') - NOTHING '
032900             'TO TREND'
033000         MOVE 16 TO RETURN-CODE
033100         STOP RUN
033200     END-IF.
033300
033400     OPEN INPUT SLA-FILE.
033500     IF WS-SLA-STATUS NOT = '00'
033600         DISPLAY 'DURRPT0002W - SLA CONTROL FILE COULD NOT BE '
033700             'OPENED (STATUS ' WS-SLA-STATUS ') - NO INSTANCE '
033800             'HAS A TARGET'
033900         SET WS-SLA-EOF TO TRUE
034000     ELSE
034100         MOVE 'Y' TO WS-SLA-OPEN-SW
034200     END-IF.
034300     PERFORM 1200-LOAD-ONE-SLA THRU 1200-LOAD-ONE-SLA-EXIT
034400         UNTIL WS-SLA-EOF.
034500     IF WS-SLA-OPEN
034600         CLOSE SLA-FILE
034700     END-IF.
034800
034900     OPEN OUTPUT DUR-REPORT-FILE.
035000     MOVE WS-WIN-DATE (1)           TO HDG-FROM-DATE.
035100     MOVE WS-WIN-DATE (WS-WIN-DAYS) TO HDG-THRU-DATE.
035200     MOVE WS-HDG-1 TO RPT-LINE.
035300     WRITE RPT-LINE.
035400     MOVE SPACES TO RPT-LINE.
035500     WRITE RPT-LINE.
035600 1000-INITIALIZE-EXIT.
035700     EXIT.
035800
035900*****************************************************************
036000*  1050-SET-BUSINESS-DATE  --  THE RUN CALENDAR NAMES THE LAST
036100*                    DAY OF THE WINDOW.  A MISSING OR UNREADABLE
036200*                    CALENDAR FALLS BACK TO THE SYSTEM DATE, AS
036300*                    IN RECONRPT.
036400*****************************************************************
036500 1050-SET-BUSINESS-DATE.
036600     OPEN INPUT RUNCAL-FILE.
036700     IF WS-RUNCAL-STATUS NOT = '00'
036800         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
036900         GO TO 1050-SET-BUSINESS-DATE-EXIT
037000     END-IF.
037100     READ RUNCAL-FILE
037200         AT END
037300             ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
037400             CLOSE RUNCAL-FILE
037500             GO TO 1050-SET-BUSINESS-DATE-EXIT
037600     END-READ.
037700     IF CAL-BUS-DATE NUMERIC
037800         MOVE CAL-BUS-DATE TO WS-BUSINESS-DATE
037900     ELSE
038000         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
038100     END-IF.
038200     CLOSE RUNCAL-FILE.
038300 1050-SET-BUSINESS-DATE-EXIT.
038400     EXIT.
038500
038600*****************************************************************
038700*  1100-BUILD-WINDOW  --  FILL THE WINDOW BACKWARDS FROM THE
038800*                    BUSINESS DATE ONE CALENDAR DAY AT A TIME.
038900*****************************************************************
039000 1100-BUILD-WINDOW.
039100     MOVE WS-BUSINESS-DATE TO WS-WORK-DATE.
039200     MOVE WS-WIN-DAYS TO WS-WIN-IX.
039300     MOVE WS-WORK-DATE TO WS-WIN-DATE (WS-WIN-IX).
039400     PERFORM 1150-BUILD-ONE-DAY THRU 1150-BUILD-ONE-DAY-EXIT
039500         UNTIL WS-WIN-IX = 1.
039600 1100-BUILD-WINDOW-EXIT.
039700     EXIT.
039800
039900 1150-BUILD-ONE-DAY.
040000     PERFORM 8100-PRIOR-DAY THRU 8100-PRIOR-DAY-EXIT.
040100     SUBTRACT 1 FROM WS-WIN-IX.
040200     MOVE WS-WORK-DATE TO WS-WIN-DATE (WS-WIN-IX).
040300 1150-BUILD-ONE-DAY-EXIT.
040400     EXIT.
040500
040600*****************************************************************
040700*  1200-LOAD-ONE-SLA  --  ONE TARGET PER INSTANCE.  A RECORD
040800*                    WITH NO NAME OR A TARGET THAT IS NOT A
040900*                    POSITIVE NUMBER OF MINUTES IS SKIPPED WITH A
041000*                    WARNING; A LATER RECORD FOR THE SAME
041100*                    INSTANCE REPLACES AN EARLIER ONE.
041200*****************************************************************
041300 1200-LOAD-ONE-SLA.
041400     READ SLA-FILE
041500         AT END
041600             SET WS-SLA-EOF TO TRUE
041700             GO TO 1200-LOAD-ONE-SLA-EXIT
041800     END-READ.
041900     IF SLA-LOOP-NAME = SPACES
042000         OR SLA-TARGET-MINUTES NOT NUMERIC
042100         OR SLA-TARGET-MINUTES = ZERO
042200         ADD 1 TO WS-SLA-BAD-CNT
042300         DISPLAY 'DURRPT0007W - SLA CONTROL RECORD FOR '
042400             SLA-LOOP-NAME ' HAS NO VALID TARGET - SKIPPED'
042500         GO TO 1200-LOAD-ONE-SLA-EXIT
042600     END-IF.
042700     MOVE SLA-LOOP-NAME TO WS-LOOKUP-NAME.
042800     PERFORM 6000-FIND-INSTANCE THRU 6000-FIND-INSTANCE-EXIT.
042900     IF NOT WS-INS-FOUND
043000         PERFORM 6100-ADD-INSTANCE THRU 6100-ADD-INSTANCE-EXIT
043100     END-IF.
043200     MOVE SLA-TARGET-MINUTES TO WS-INS-TARGET-MINS
043300                                    (WS-INS-FOUND-IX).
043400     MOVE 'Y' TO WS-INS-TARGET-SW (WS-INS-FOUND-IX).
043500 1200-LOAD-ONE-SLA-EXIT.
043600     EXIT.
043700
043800*****************************************************************
043900*  2000-LOAD-HISTORY  --  ONE DURATION RECORD.  A RUN DATED IN
044000*                    THE WINDOW ADDS ITS ELAPSED TIME AND VOLUME
044100*                    TO ITS INSTANCE'S NIGHT; ANYTHING ELSE IS
044200*                    PASSED OVER.
044300*****************************************************************
044400 2000-LOAD-HISTORY.
044500     READ DURH-FILE
044600         AT END
044700             SET WS-DURH-EOF TO TRUE
044800             GO TO 2000-LOAD-HISTORY-EXIT
044900     END-READ.
045000     ADD 1 TO WS-HIST-READ-CNT.
045100     IF DURH-RUN-DATE NOT NUMERIC
045200         OR DURH-ELAPSED-SECS NOT NUMERIC
045300         OR DURH-RECORDS NOT NUMERIC
045400         OR DURH-RUN-DATE < WS-WIN-DATE (1)
045500         OR DURH-RUN-DATE > WS-WIN-DATE (WS-WIN-DAYS)
045600         GO TO 2000-LOAD-HISTORY-EXIT
045700     END-IF.
045800     MOVE ZERO TO WS-NT-IX.
045900     MOVE ZERO TO WS-WIN-IX.
046000     PERFORM 2050-FIND-ONE-NIGHT THRU 2050-FIND-ONE-NIGHT-EXIT
046100         WS-WIN-DAYS TIMES.
046200     IF WS-NT-IX = ZERO
046300         GO TO 2000-LOAD-HISTORY-EXIT
046400     END-IF.
046500     ADD 1 TO WS-HIST-USED-CNT.
046600     MOVE DURH-LOOP-NAME TO WS-LOOKUP-NAME.
046700     PERFORM 6000-FIND-INSTANCE THRU 6000-FIND-INSTANCE-EXIT.
046800     IF NOT WS-INS-FOUND
046900         PERFORM 6100-ADD-INSTANCE THRU 6100-ADD-INSTANCE-EXIT
047000     END-IF.
047100     ADD DURH-ELAPSED-SECS
047200         TO WS-NT-SECS (WS-INS-FOUND-IX, WS-NT-IX).
047300     ADD DURH-RECORDS
047400         TO WS-NT-RECS (WS-INS-FOUND-IX, WS-NT-IX).
047500     ADD 1 TO WS-NT-RUNS (WS-INS-FOUND-IX, WS-NT-IX).
047600     IF DURH-RUN-RESUMED
047700         MOVE 'Y' TO WS-NT-RESUMED-SW (WS-INS-FOUND-IX, WS-NT-IX)
047800     END-IF.
047900 2000-LOAD-HISTORY-EXIT.
048000     EXIT.
048100
048200 2050-FIND-ONE-NIGHT.
048300     ADD 1 TO WS-WIN-IX.
048400     IF WS-WIN-DATE (WS-WIN-IX) = DURH-RUN-DATE
048500         MOVE WS-WIN-IX TO WS-NT-IX
048600     END-IF.
048700 2050-FIND-ONE-NIGHT-EXIT.
048800     EXIT.
048900
049000*****************************************************************
049100*  3000-REPORT-BREACHES  --  EVERY NIGHT IN THE WINDOW ON WHICH
049200*                    AN INSTANCE'S RUNS TOOK LONGER THAN ITS
049300*                    TARGET.  A BREACH ON THE BUSINESS DATE,
049400*                    THE LAST NIGHT OF THE WINDOW, IS MARKED
049500*                    AND COUNTED SEPARATELY -- THE SCHEDULER
049550*                    PAGES ON IT.
049600*****************************************************************
049700 3000-REPORT-BREACHES.
049800     MOVE 'SLA BREACHES IN THE WINDOW' TO SECT-TITLE.
049900     MOVE WS-SECTION-LINE TO RPT-LINE.
050000     WRITE RPT-LINE.
050100     MOVE WS-BRC-HDG TO RPT-LINE.
050200     WRITE RPT-LINE.
050300     MOVE ZERO TO WS-INS-IX.
050400     PERFORM 3050-BREACHES-ONE-INSTANCE
050500         THRU 3050-BREACHES-ONE-INSTANCE-EXIT
050600         WS-INS-COUNT TIMES.
050700     IF WS-BREACH-CNT = ZERO
050800         MOVE 'NONE' TO SECT-TITLE
050900         MOVE WS-SECTION-LINE TO RPT-LINE
051000         WRITE RPT-LINE
051100     END-IF.
051200     MOVE SPACES TO RPT-LINE.
051300     WRITE RPT-LINE.
051400 3000-REPORT-BREACHES-EXIT.
051500     EXIT.
051600
051700 3050-BREACHES-ONE-INSTANCE.
051800     ADD 1 TO WS-INS-IX.
051900     IF NOT WS-INS-HAS-TARGET (WS-INS-IX)
052000         GO TO 3050-BREACHES-ONE-INSTANCE-EXIT
052100     END-IF.
052200     COMPUTE WS-TARGET-SECS = WS-INS-TARGET-MINS (WS-INS-IX) * 60.
052800     MOVE ZERO TO WS-NT-IX.
052900     PERFORM 3100-CHECK-ONE-NIGHT THRU 3100-CHECK-ONE-NIGHT-EXIT
053000         WS-WIN-DAYS TIMES.
053100 3050-BREACHES-ONE-INSTANCE-EXIT.
053200     EXIT.
053300
054200 3100-CHECK-ONE-NIGHT.
054300     ADD 1 TO WS-NT-IX.
054400     IF WS-NT-RUNS (WS-INS-IX, WS-NT-IX) = ZERO
054500         OR WS-NT-SECS (WS-INS-IX, WS-NT-IX) NOT > WS-TARGET-SECS
054600         GO TO 3100-CHECK-ONE-NIGHT-EXIT
054700     END-IF.
054800     ADD 1 TO WS-BREACH-CNT.
054900     MOVE SPACES TO BRC-NOTE.
055000     IF WS-NT-IX = WS-WIN-DAYS
055100         ADD 1 TO WS-LATEST-BREACH-CNT
055200         MOVE 'BUSINESS DATE' TO BRC-NOTE
055300     END-IF.
055400     IF WS-NT-RESUMED (WS-INS-IX, WS-NT-IX)
055500         IF WS-NT-IX = WS-WIN-DAYS
055600             MOVE 'BUSINESS DATE, RESUMED' TO BRC-NOTE
055700         ELSE
055800             MOVE 'RESUMED' TO BRC-NOTE
055900         END-IF
056000     END-IF.
056100     MOVE WS-INS-NAME (WS-INS-IX)     TO BRC-NAME.
056200     MOVE WS-WIN-DATE (WS-NT-IX)      TO BRC-DATE.
056300     MOVE WS-NT-SECS (WS-INS-IX, WS-NT-IX) TO WS-SECS-WORK.
056400     PERFORM 8400-SECS-TO-DISPLAY THRU 8400-SECS-TO-DISPLAY-EXIT.
056500     MOVE WS-TIME-DISPLAY TO BRC-ELAPSED.
056600     MOVE WS-TARGET-SECS TO WS-SECS-WORK.
056700     PERFORM 8400-SECS-TO-DISPLAY THRU 8400-SECS-TO-DISPLAY-EXIT.
056800     MOVE WS-TIME-DISPLAY TO BRC-TARGET.
056900     COMPUTE WS-SECS-WORK =
057000         WS-NT-SECS (WS-INS-IX, WS-NT-IX) - WS-TARGET-SECS.
057100     PERFORM 8400-SECS-TO-DISPLAY THRU 8400-SECS-TO-DISPLAY-EXIT.
057200     MOVE WS-TIME-DISPLAY TO BRC-OVER.
057300     MOVE WS-NT-RECS (WS-INS-IX, WS-NT-IX) TO BRC-RECS.
057400     PERFORM 8500-NIGHT-PER-MINUTE
057500         THRU 8500-NIGHT-PER-MINUTE-EXIT.
057600     MOVE WS-PER-MINUTE TO BRC-PER-MIN.
057700     MOVE WS-NT-RUNS (WS-INS-IX, WS-NT-IX) TO BRC-RUNS.
057800     MOVE WS-BRC-LINE TO RPT-LINE.
057900     WRITE RPT-LINE.
058000 3100-CHECK-ONE-NIGHT-EXIT.
058100     EXIT.
058200
058300*****************************************************************
058400*  4000-REPORT-TREND  --  ONE LINE PER INSTANCE: NIGHTS RUN,
058500*                    TARGET, AVERAGE, WORST AND LATEST ELAPSED,
058600*                    AVERAGE AND PEAK VOLUME, THROUGHPUT,
058700*                    BREACHES, VOLUME GROWTH PER DAY, AND THE
058800*                    PROJECTED OVERRUN.
058900*****************************************************************
059000 4000-REPORT-TREND.
059100     MOVE 'TREND BY INSTANCE (ELAPSED AS HH:MM:SS)'
059200         TO SECT-TITLE.
059300     MOVE WS-SECTION-LINE TO RPT-LINE.
059400     WRITE RPT-LINE.
059500     MOVE WS-TRD-HDG TO RPT-LINE.
059600     WRITE RPT-LINE.
059700     MOVE ZERO TO WS-INS-IX.
059800     PERFORM 4050-TREND-ONE-INSTANCE
059900         THRU 4050-TREND-ONE-INSTANCE-EXIT
060000         WS-INS-COUNT TIMES.
060100 4000-REPORT-TREND-EXIT.
060200     EXIT.
060300
060400 4050-TREND-ONE-INSTANCE.
060500     ADD 1 TO WS-INS-IX.
060600     INITIALIZE WS-TREND-WORK.
060700     MOVE ZERO TO WS-NT-IX.
060800     PERFORM 4060-ADD-ONE-NIGHT THRU 4060-ADD-ONE-NIGHT-EXIT
060900         WS-WIN-DAYS TIMES.
061000     ADD WS-TR-NIGHTS TO WS-NIGHT-CNT.
061100     MOVE SPACES TO WS-TRD-LINE.
061200     MOVE WS-INS-NAME (WS-INS-IX) TO TRD-NAME.
061300     MOVE WS-TR-NIGHTS             TO TRD-NIGHTS.
061400     MOVE WS-TR-BREACHES           TO TRD-BREACHES.
061500     IF WS-INS-HAS-TARGET (WS-INS-IX)
061600         COMPUTE WS-SECS-WORK = WS-INS-TARGET-MINS (WS-INS-IX)
061700             * 60
061800         PERFORM 8400-SECS-TO-DISPLAY
061900             THRU 8400-SECS-TO-DISPLAY-EXIT
062000         MOVE WS-TIME-DISPLAY TO TRD-TARGET
062100     ELSE
062200         MOVE 'NONE' TO TRD-TARGET
062300     END-IF.
062400     IF WS-TR-NIGHTS = ZERO
062500         MOVE 'NO RUNS IN THE WINDOW' TO TRD-PROJECTION
062600         GO TO 4050-WRITE-LINE
062700     END-IF.
062800     DIVIDE WS-TR-TOT-SECS BY WS-TR-NIGHTS GIVING WS-SECS-WORK.
062900     PERFORM 8400-SECS-TO-DISPLAY THRU 8400-SECS-TO-DISPLAY-EXIT.
063000     MOVE WS-TIME-DISPLAY TO TRD-AVG-ELAPSED.
063100     MOVE WS-TR-WORST-SECS TO WS-SECS-WORK.
063200     PERFORM 8400-SECS-TO-DISPLAY THRU 8400-SECS-TO-DISPLAY-EXIT.
063300     MOVE WS-TIME-DISPLAY TO TRD-WORST-ELAPSED.
063400     MOVE WS-TR-WORST-DATE TO TRD-WORST-DATE.
063500     MOVE WS-NT-SECS (WS-INS-IX, WS-TR-LAST-IX) TO WS-SECS-WORK.
063600     PERFORM 8400-SECS-TO-DISPLAY THRU 8400-SECS-TO-DISPLAY-EXIT.
063700     MOVE WS-TIME-DISPLAY TO TRD-LAST-ELAPSED.
063800     DIVIDE WS-TR-TOT-RECS BY WS-TR-NIGHTS GIVING TRD-AVG-RECS.
063900     MOVE WS-TR-PEAK-RECS TO TRD-PEAK-RECS.
064000     IF WS-TR-TOT-SECS = ZERO
064100         MOVE ZERO TO TRD-PER-MIN
064200     ELSE
064300         COMPUTE TRD-PER-MIN =
064400             (WS-TR-TOT-RECS * 60) / WS-TR-TOT-SECS
064500             ON SIZE ERROR
064600                 MOVE 9999999 TO TRD-PER-MIN
064700         END-COMPUTE
064800     END-IF.
064900     PERFORM 4100-PROJECT THRU 4100-PROJECT-EXIT.
065000 4050-WRITE-LINE.
065100     MOVE WS-TRD-LINE TO RPT-LINE.
065200     WRITE RPT-LINE.
065300 4050-TREND-ONE-INSTANCE-EXIT.
065400     EXIT.
065500
065600 4060-ADD-ONE-NIGHT.
065700     ADD 1 TO WS-NT-IX.
065800     IF WS-NT-RUNS (WS-INS-IX, WS-NT-IX) = ZERO
065900         GO TO 4060-ADD-ONE-NIGHT-EXIT
066000     END-IF.
066100     ADD 1 TO WS-TR-NIGHTS.
066200     MOVE WS-NT-IX TO WS-TR-LAST-IX.
066300     ADD WS-NT-SECS (WS-INS-IX, WS-NT-IX) TO WS-TR-TOT-SECS.
066400     ADD WS-NT-RECS (WS-INS-IX, WS-NT-IX) TO WS-TR-TOT-RECS.
066500     IF WS-NT-SECS (WS-INS-IX, WS-NT-IX) > WS-TR-WORST-SECS
066600         MOVE WS-NT-SECS (WS-INS-IX, WS-NT-IX)
066700             TO WS-TR-WORST-SECS
066800         MOVE WS-WIN-DATE (WS-NT-IX) TO WS-TR-WORST-DATE
066900     END-IF.
067000     IF WS-NT-RECS (WS-INS-IX, WS-NT-IX) > WS-TR-PEAK-RECS
067100         MOVE WS-NT-RECS (WS-INS-IX, WS-NT-IX)
067200             TO WS-TR-PEAK-RECS
067300     END-IF.
067400     IF WS-INS-HAS-TARGET (WS-INS-IX)
067500         AND WS-NT-SECS (WS-INS-IX, WS-NT-IX)
067600             > WS-INS-TARGET-MINS (WS-INS-IX) * 60
067700         ADD 1 TO WS-TR-BREACHES
067800     END-IF.
067900     ADD WS-NT-IX TO WS-TR-SUM-X.
068000     ADD WS-NT-RECS (WS-INS-IX, WS-NT-IX) TO WS-TR-SUM-Y.
068100     COMPUTE WS-TR-SUM-XY = WS-TR-SUM-XY
068200         + (WS-NT-IX * WS-NT-RECS (WS-INS-IX, WS-NT-IX)).
068300     COMPUTE WS-TR-SUM-XX = WS-TR-SUM-XX
068400         + (WS-NT-IX * WS-NT-IX).
068500 4060-ADD-ONE-NIGHT-EXIT.
068600     EXIT.
068700
068800*****************************************************************
068900*  4100-PROJECT  --  FIT THE VOLUME TREND AND PROJECT WHEN IT
069000*                    REACHES THE INSTANCE'S CAPACITY (AVERAGE
069100*                    THROUGHPUT TIMES TARGET).  THE DAYS ARE
069200*                    COUNTED FROM THE LATEST NIGHT.  NO TARGET,
069300*                    FEWER THAN TWO NIGHTS, OR A FLAT OR FALLING
069400*                    TREND MEANS NO PROJECTION; AN OVERRUN
069500*                    WITHIN 30 DAYS IS COUNTED FOR THE RETURN
069600*                    CODE.
069700*****************************************************************
069800 4100-PROJECT.
069900     IF WS-TR-NIGHTS < 2
070000         MOVE 'TOO FEW NIGHTS TO TREND' TO TRD-PROJECTION
070100         GO TO 4100-PROJECT-EXIT
070200     END-IF.
070300     COMPUTE WS-TR-DENOM = (WS-TR-NIGHTS * WS-TR-SUM-XX)
070400         - (WS-TR-SUM-X * WS-TR-SUM-X).
070500     COMPUTE WS-TR-SLOPE ROUNDED =
070600         ((WS-TR-NIGHTS * WS-TR-SUM-XY)
070700           - (WS-TR-SUM-X * WS-TR-SUM-Y)) / WS-TR-DENOM.
070800     MOVE WS-TR-SLOPE TO TRD-GROWTH.
070900     IF NOT WS-INS-HAS-TARGET (WS-INS-IX)
071000         MOVE 'NO TARGET' TO TRD-PROJECTION
071100         GO TO 4100-PROJECT-EXIT
071200     END-IF.
071300     IF WS-TR-TOT-SECS = ZERO OR WS-TR-TOT-RECS = ZERO
071400         MOVE 'NO VOLUME TO TREND' TO TRD-PROJECTION
071500         GO TO 4100-PROJECT-EXIT
071600     END-IF.
071700     COMPUTE WS-TR-FIT-LAST ROUNDED =
071800         (WS-TR-SUM-Y / WS-TR-NIGHTS)
071900         + (WS-TR-SLOPE
072000            * (WS-TR-LAST-IX - (WS-TR-SUM-X / WS-TR-NIGHTS))).
072100     COMPUTE WS-TARGET-SECS = WS-INS-TARGET-MINS (WS-INS-IX) * 60.
072200     COMPUTE WS-TR-CAPACITY ROUNDED =
072300         (WS-TARGET-SECS * WS-TR-TOT-RECS) / WS-TR-TOT-SECS.
072400     IF WS-TR-FIT-LAST NOT < WS-TR-CAPACITY
072500         MOVE 'AT OR OVER CAPACITY NOW' TO TRD-PROJECTION
072600         ADD 1 TO WS-PROJ-SOON-CNT
072700         GO TO 4100-PROJECT-EXIT
072800     END-IF.
072900     IF WS-TR-SLOPE NOT > ZERO
073000         MOVE 'NONE - VOLUME NOT GROWING' TO TRD-PROJECTION
073100         GO TO 4100-PROJECT-EXIT
073200     END-IF.
073300     COMPUTE WS-TR-DAYS =
073400         (WS-TR-CAPACITY - WS-TR-FIT-LAST) / WS-TR-SLOPE.
073500     IF WS-TR-DAYS > WS-DAYS-OUT-MAX
073600         MOVE 'NONE WITHIN 999 DAYS' TO TRD-PROJECTION
073700         GO TO 4100-PROJECT-EXIT
073800     END-IF.
073900     MOVE WS-TR-DAYS TO WS-DAYS-OUT.
074000     IF WS-DAYS-OUT = ZERO
074100         MOVE 1 TO WS-DAYS-OUT
074200     END-IF.
074300     MOVE WS-WIN-DATE (WS-TR-LAST-IX) TO WS-WORK-DATE.
074400     PERFORM 8000-NEXT-DAY THRU 8000-NEXT-DAY-EXIT
074500         WS-DAYS-OUT TIMES.
074600     MOVE WS-DAYS-OUT  TO PROJ-DAYS.
074700     MOVE WS-WORK-DATE TO PROJ-DATE.
074800     MOVE WS-PROJ-TEXT TO TRD-PROJECTION.
074900     IF WS-DAYS-OUT NOT > WS-PROJ-SOON-DAYS
075000         ADD 1 TO WS-PROJ-SOON-CNT
075100     END-IF.
075200 4100-PROJECT-EXIT.
075300     EXIT.
075400
075500*****************************************************************
075600*  6000-FIND-INSTANCE  --  LOOK THE LOOKUP NAME UP IN THE
075700*                    INSTANCE TABLE.
075800*****************************************************************
075900 6000-FIND-INSTANCE.
076000     SET WS-INS-FOUND TO FALSE.
076100     MOVE ZERO TO WS-INS-FOUND-IX.
076200     MOVE ZERO TO WS-INS-IX.
076300     PERFORM 6050-CHECK-ONE-INSTANCE
076400         THRU 6050-CHECK-ONE-INSTANCE-EXIT
076500         WS-INS-COUNT TIMES.
076600 6000-FIND-INSTANCE-EXIT.
076700     EXIT.
076800
076900 6050-CHECK-ONE-INSTANCE.
077000     ADD 1 TO WS-INS-IX.
077100     IF NOT WS-INS-FOUND
077200         IF WS-INS-NAME (WS-INS-IX) = WS-LOOKUP-NAME
077300             SET WS-INS-FOUND TO TRUE
077400             MOVE WS-INS-IX TO WS-INS-FOUND-IX
077500         END-IF
077600     END-IF.
077700 6050-CHECK-ONE-INSTANCE-EXIT.
077800     EXIT.
077900
078000*****************************************************************
078100*  6100-ADD-INSTANCE  --  ADD A FRESH ENTRY WITH NO TARGET AND
078200*                    NO RUNS FOR THE LOOKUP NAME.  MORE
078300*                    INSTANCES THAN THE TABLE HOLDS IS FATAL
078400*                    RATHER THAN SILENT TRUNCATION.
078500*****************************************************************
078600 6100-ADD-INSTANCE.
078700     IF WS-INS-COUNT >= WS-INS-MAX-ENTRIES
078800         DISPLAY 'DURRPT0004E - INSTANCES EXCEED '
078900             WS-INS-MAX-ENTRIES ' - TABLE FULL'
079000         MOVE 16 TO RETURN-CODE
079100         STOP RUN
079200     END-IF.
079300     ADD 1 TO WS-INS-COUNT.
079400     INITIALIZE WS-INS-ENTRY (WS-INS-COUNT).
079500     MOVE WS-LOOKUP-NAME TO WS-INS-NAME (WS-INS-COUNT).
079600     MOVE 'N' TO WS-INS-TARGET-SW (WS-INS-COUNT).
079700     MOVE WS-INS-COUNT TO WS-INS-FOUND-IX.
079800     SET WS-INS-FOUND TO TRUE.
079900 6100-ADD-INSTANCE-EXIT.
080000     EXIT.
080100
080200*****************************************************************
080300*  8000-NEXT-DAY  --  STEP THE WORK DATE FORWARD ONE CALENDAR
080400*                    DAY.
080500*****************************************************************
080600 8000-NEXT-DAY.
080700     PERFORM 8200-MONTH-MAX-DAY THRU 8200-MONTH-MAX-DAY-EXIT.
080800     IF WS-WORK-DAY < WS-MONTH-MAX-DAY
080900         ADD 1 TO WS-WORK-DAY
081000         GO TO 8000-NEXT-DAY-EXIT
081100     END-IF.
081200     MOVE 01 TO WS-WORK-DAY.
081300     IF WS-WORK-MONTH < 12
081400         ADD 1 TO WS-WORK-MONTH
081500     ELSE
081600         MOVE 01 TO WS-WORK-MONTH
081700         ADD 1 TO WS-WORK-YEAR
081800     END-IF.
081900 8000-NEXT-DAY-EXIT.
082000     EXIT.
082100
082200*****************************************************************
082300*  8100-PRIOR-DAY  --  STEP THE WORK DATE BACK ONE CALENDAR
082400*                    DAY.
082500*****************************************************************
082600 8100-PRIOR-DAY.
082700     IF WS-WORK-DAY > 1
082800         SUBTRACT 1 FROM WS-WORK-DAY
082900         GO TO 8100-PRIOR-DAY-EXIT
083000     END-IF.
083100     IF WS-WORK-MONTH > 1
083200         SUBTRACT 1 FROM WS-WORK-MONTH
083300     ELSE
083400         SUBTRACT 1 FROM WS-WORK-YEAR
083500         MOVE 12 TO WS-WORK-MONTH
083600     END-IF.
083700     PERFORM 8200-MONTH-MAX-DAY THRU 8200-MONTH-MAX-DAY-EXIT.
083800     MOVE WS-MONTH-MAX-DAY TO WS-WORK-DAY.
083900 8100-PRIOR-DAY-EXIT.
084000     EXIT.
084100
084200*****************************************************************
084300*  8200-MONTH-MAX-DAY  --  LAST DAY OF THE WORK DATE'S MONTH,
084400*                    RESPECTING LEAP YEARS (DIVISIBLE BY 4,
084500*                    EXCEPT CENTURIES NOT DIVISIBLE BY 400).
084600*****************************************************************
084700 8200-MONTH-MAX-DAY.
084800     SET WS-LEAP-YEAR TO FALSE.
084900     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOT
085000         REMAINDER WS-LEAP-REM.
085100     IF WS-LEAP-REM = ZERO
085200         SET WS-LEAP-YEAR TO TRUE
085300         DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOT
085400             REMAINDER WS-LEAP-REM
085500         IF WS-LEAP-REM = ZERO
085600             SET WS-LEAP-YEAR TO FALSE
085700             DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOT
085800                 REMAINDER WS-LEAP-REM
085900             IF WS-LEAP-REM = ZERO
086000                 SET WS-LEAP-YEAR TO TRUE
086100             END-IF
086200         END-IF
086300     END-IF.
086400     EVALUATE WS-WORK-MONTH
086500         WHEN 02
086600             IF WS-LEAP-YEAR
086700                 MOVE 29 TO WS-MONTH-MAX-DAY
086800             ELSE
086900                 MOVE 28 TO WS-MONTH-MAX-DAY
087000             END-IF
087100         WHEN 04
087200         WHEN 06
087300         WHEN 09
087400         WHEN 11
087500             MOVE 30 TO WS-MONTH-MAX-DAY
087600         WHEN OTHER
087700             MOVE 31 TO WS-MONTH-MAX-DAY
087800     END-EVALUATE.
087900 8200-MONTH-MAX-DAY-EXIT.
088000     EXIT.
088100
088200*****************************************************************
088300*  8400-SECS-TO-DISPLAY  --  SECONDS IN WS-SECS-WORK TO HH:MM:SS
088400*                    IN WS-TIME-DISPLAY.  99 HOURS OR MORE
088500*                    SHOWS AS 99:59:59.
088600*****************************************************************
088700 8400-SECS-TO-DISPLAY.
088800     DIVIDE WS-SECS-WORK BY 60 GIVING WS-TS-HH
088900         REMAINDER WS-TS-SS.
089000     DIVIDE WS-TS-HH BY 60 GIVING WS-TS-HH
089100         REMAINDER WS-TS-MM.
089200     IF WS-TS-HH > 99
089300         MOVE 99 TO WS-TS-HH
089400         MOVE 59 TO WS-TS-MM
089500         MOVE 59 TO WS-TS-SS
089600     END-IF.
089700     MOVE WS-TS-HH TO TDSP-HH.
089800     MOVE WS-TS-MM TO TDSP-MM.
089900     MOVE WS-TS-SS TO TDSP-SS.
090000 8400-SECS-TO-DISPLAY-EXIT.
090100     EXIT.
090200
090300*****************************************************************
090400*  8500-NIGHT-PER-MINUTE  --  THROUGHPUT FOR ONE INSTANCE'S
090500*                    NIGHT: RECORDS PER MINUTE OF ELAPSED TIME.
090600*****************************************************************
090700 8500-NIGHT-PER-MINUTE.
090800     MOVE ZERO TO WS-PER-MINUTE.
090900     IF WS-NT-SECS (WS-INS-IX, WS-NT-IX) = ZERO
091000         GO TO 8500-NIGHT-PER-MINUTE-EXIT
091100     END-IF.
091200     COMPUTE WS-PER-MINUTE =
091300         (WS-NT-RECS (WS-INS-IX, WS-NT-IX) * 60)
091400         / WS-NT-SECS (WS-INS-IX, WS-NT-IX)
091500         ON SIZE ERROR
091600             MOVE 9999999 TO WS-PER-MINUTE
091700     END-COMPUTE.
091800 8500-NIGHT-PER-MINUTE-EXIT.
091900     EXIT.
092000
092100*****************************************************************
092200*  9000-FINISH  --  TOTALS, CLOSE, AND THE RETURN CODE: 8 WHEN
092300*                    ANY INSTANCE BREACHED ITS TARGET ON THE
092400*                    BUSINESS DATE, 4 FOR OLDER BREACHES, AN
092500*                    OVERRUN PROJECTED WITHIN 30 DAYS, OR A
092600*                    MISSING OR FAULTY SLA CONTROL FILE, 0
092700*                    OTHERWISE.
092800*****************************************************************
092900 9000-FINISH.
093000     MOVE SPACES TO RPT-LINE.
093100     WRITE RPT-LINE.
093200     MOVE 'DURATION RECORDS READ'          TO TOT-LABEL.
093300     MOVE WS-HIST-READ-CNT                 TO TOT-COUNT.
093400     PERFORM 9100-WRITE-TOT THRU 9100-WRITE-TOT-EXIT.
093500     MOVE 'DURATION RECORDS IN THE WINDOW' TO TOT-LABEL.
093600     MOVE WS-HIST-USED-CNT                 TO TOT-COUNT.
093700     PERFORM 9100-WRITE-TOT THRU 9100-WRITE-TOT-EXIT.
093800     MOVE 'INSTANCES'                      TO TOT-LABEL.
093900     MOVE WS-INS-COUNT                     TO TOT-COUNT.
094000     PERFORM 9100-WRITE-TOT THRU 9100-WRITE-TOT-EXIT.
094100     MOVE 'INSTANCE-NIGHTS'                TO TOT-LABEL.
094200     MOVE WS-NIGHT-CNT                     TO TOT-COUNT.
094300     PERFORM 9100-WRITE-TOT THRU 9100-WRITE-TOT-EXIT.
094400     MOVE 'SLA BREACHES'                   TO TOT-LABEL.
094500     MOVE WS-BREACH-CNT                    TO TOT-COUNT.
094600     PERFORM 9100-WRITE-TOT THRU 9100-WRITE-TOT-EXIT.
094700     MOVE 'BREACHES ON THE BUSINESS DATE'  TO TOT-LABEL.
094800     MOVE WS-LATEST-BREACH-CNT             TO TOT-COUNT.
094900     PERFORM 9100-WRITE-TOT THRU 9100-WRITE-TOT-EXIT.
095000     MOVE 'OVERRUNS PROJECTED WITHIN 30 DAYS' TO TOT-LABEL.
095100     MOVE WS-PROJ-SOON-CNT                 TO TOT-COUNT.
095200     PERFORM 9100-WRITE-TOT THRU 9100-WRITE-TOT-EXIT.
095300     MOVE 'SLA CONTROL RECORDS SKIPPED'    TO TOT-LABEL.
095400     MOVE WS-SLA-BAD-CNT                   TO TOT-COUNT.
095500     PERFORM 9100-WRITE-TOT THRU 9100-WRITE-TOT-EXIT.
095600
095700     CLOSE DURH-FILE.
095800     CLOSE DUR-REPORT-FILE.
095900
096000     IF WS-LATEST-BREACH-CNT > ZERO
096100         DISPLAY 'DURRPT0005W - ' WS-LATEST-BREACH-CNT
096200             ' INSTANCE(S) BREACHED THE BATCH-WINDOW SLA ON '
096300             'THE BUSINESS DATE'
096400         MOVE 8 TO RETURN-CODE
096500         GO TO 9000-FINISH-EXIT
096600     END-IF.
096700     IF WS-BREACH-CNT > ZERO OR WS-PROJ-SOON-CNT > ZERO
096800         DISPLAY 'DURRPT0006W - ' WS-BREACH-CNT
096900             ' EARLIER BREACH(ES), ' WS-PROJ-SOON-CNT
097000             ' OVERRUN(S) PROJECTED WITHIN 30 DAYS'
097100         MOVE 4 TO RETURN-CODE
097200         GO TO 9000-FINISH-EXIT
097300     END-IF.
097400     IF NOT WS-SLA-OPEN OR WS-SLA-BAD-CNT > ZERO
097500         MOVE 4 TO RETURN-CODE
097600         GO TO 9000-FINISH-EXIT
097700     END-IF.
097800     MOVE 0 TO RETURN-CODE.
097900 9000-FINISH-EXIT.
098000     EXIT.
098100
098200 9100-WRITE-TOT.
098300     MOVE WS-TOT-LINE TO RPT-LINE.
098400     WRITE RPT-LINE.
098500 9100-WRITE-TOT-EXIT.
098600     EXIT.
