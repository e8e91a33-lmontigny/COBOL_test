000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     WHSERPT.
000300 AUTHOR.         R MONTIGNY.
000400 INSTALLATION.   OPERATIONS SUPPORT.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  --------------------
001000*  2026-10-15  RLM  ORIGINAL VERSION.  AGES THE FUTURE-DATED
001100*                   TRANSACTIONS TRANEDIT HAS WAREHOUSED AND
001200*                   WHSEREL HAS NOT YET RELEASED.  RECORDS ARE
001300*                   GROUPED BY INSTANCE AND TRAN-DATE, AND EACH
001400*                   GROUP SHOWS THE DATE WHSEREL WILL RELEASE IT
001500*                   -- THE FIRST PROCESSING DAY ON OR AFTER ITS
001600*                   TRAN-DATE, STEPPING OVER WEEKENDS AND THE
001700*                   HOLIDAYS ON THE RUN CALENDAR EXACTLY AS
001800*                   CALROLL DOES -- THE DAYS UNTIL THEN, THE
001900*                   COUNT AND AMOUNT WAITING, AND THE EARLIEST
002000*                   DATE ANY OF THEM WAS WAREHOUSED.  A GROUP
002100*                   ALREADY DUE IS FLAGGED AND SETS RETURN CODE
002200*                   4: IT MEANS THE INSTANCE'S RELEASE DID NOT
002300*                   RUN, OR RAN UNDER THE WRONG INSTANCE NAME.
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.    IBM-370.
002900 OBJECT-COMPUTER.    IBM-370.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT WHSE-FILE ASSIGN TO WHSEFILE
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-WHSE-STATUS.
003600
003700     SELECT RUNCAL-FILE ASSIGN TO RUNCALF
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-RUNCAL-STATUS.
004000
004100     SELECT WHSE-REPORT-FILE ASSIGN TO WHSERPT
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  WHSE-FILE
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900 COPY WHSEREC.
005000
005100 FD  RUNCAL-FILE
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400 COPY RUNCAL.
005500
005600 FD  WHSE-REPORT-FILE
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 01  RPT-LINE                       PIC X(80).
006000
006100 WORKING-STORAGE SECTION.
006200*****************************************************************
006300*  SWITCHES AND COUNTERS
006400*****************************************************************
006500 77  WS-WHSE-STATUS                 PIC X(02) VALUE SPACES.
006600 77  WS-RUNCAL-STATUS               PIC X(02) VALUE SPACES.
006700 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
006800 77  WS-WHSE-IN-CNT                 PIC 9(07) VALUE 0.
006900 77  WS-WHSE-IN-AMT                 PIC 9(09)V99 VALUE 0.
007000 77  WS-DUE-CNT                     PIC 9(07) VALUE 0.
007100 77  WS-INST-CNT                    PIC 9(07) VALUE 0.
007200 77  WS-INST-AMT                    PIC 9(09)V99 VALUE 0.
007300 77  WS-PRIOR-INST                  PIC X(08) VALUE SPACES.
007400 77  WS-ENT-MAX-ENTRIES             PIC 9(04) COMP VALUE 500.
007500 77  WS-ENT-COUNT                   PIC 9(04) COMP VALUE 0.
007600 77  WS-ENT-IX                      PIC 9(04) COMP VALUE 0.
007700 77  WS-INS-IX                      PIC 9(04) COMP VALUE 0.
007800 77  WS-FROM-IX                     PIC 9(04) COMP VALUE 0.
007900 77  WS-TO-IX                       PIC 9(04) COMP VALUE 0.
008000 77  WS-HOL-MAX-ENTRIES             PIC 9(03) COMP VALUE 400.
008100 77  WS-HOL-COUNT                   PIC 9(03) COMP VALUE 0.
008200 77  WS-HOL-IX                      PIC 9(03) COMP VALUE 0.
008300 77  WS-STEP-CNT                    PIC 9(03) COMP VALUE 0.
008400 77  WS-STEP-MAX                    PIC 9(03) COMP VALUE 400.
008500 77  WS-RELEASE-DATE                PIC 9(08) VALUE ZERO.
008600 77  WS-DAYS-OUT                    PIC 9(03) VALUE 0.
008700 77  WS-DAYS-OUT-MAX                PIC 9(03) VALUE 999.
008800 77  WS-LEAP-QUOT                   PIC 9(04) COMP VALUE 0.
008900 77  WS-LEAP-REM                    PIC 9(04) COMP VALUE 0.
009000 77  WS-MONTH-MAX-DAY               PIC 9(02) VALUE 0.
009100
009200 01  WS-SWITCHES.
009300     05  WS-WHSE-EOF-SW             PIC X(01) VALUE 'N'.
009400         88  WS-WHSE-EOF                       VALUE 'Y'.
009500     05  WS-RUNCAL-EOF-SW           PIC X(01) VALUE 'N'.
009600         88  WS-RUNCAL-EOF                     VALUE 'Y'.
009700     05  WS-LEAP-YEAR-SW            PIC X(01) VALUE 'N'.
009800         88  WS-LEAP-YEAR                      VALUE 'Y'
009900             WHEN SET TO FALSE IS 'N'.
010000     05  WS-NON-PROC-SW             PIC X(01) VALUE 'N'.
010100         88  WS-NON-PROC-DAY                   VALUE 'Y'
010200             WHEN SET TO FALSE IS 'N'.
010300     05  WS-ENT-FOUND-SW            PIC X(01) VALUE 'N'.
010400         88  WS-ENT-FOUND                      VALUE 'Y'
010500             WHEN SET TO FALSE IS 'N'.
010600     05  WS-WHSE-OPEN-SW            PIC X(01) VALUE 'N'.
010700         88  WS-WHSE-OPEN                      VALUE 'Y'.
010800
010900*****************************************************************
011000*  WAITING RECORDS SUMMARIZED BY INSTANCE AND TRAN-DATE, HELD IN
011100*  KEY ORDER AS THEY ARE LOADED SO THE REPORT PRINTS IN ORDER.
011200*****************************************************************
011300 01  WS-ENT-TABLE.
011400     05  WS-ENT OCCURS 500 TIMES.
011500         10  WS-ENT-KEY.
011600             15  WS-ENT-INST        PIC X(08).
011700             15  WS-ENT-DATE        PIC 9(08).
011800         10  WS-ENT-CNT             PIC 9(07).
011900         10  WS-ENT-AMT             PIC 9(09)V99.
012000         10  WS-ENT-OLDEST          PIC 9(08).
012100
012200 01  WS-NEW-KEY.
012300     05  WS-NEW-INST                PIC X(08).
012400     05  WS-NEW-DATE                PIC 9(08).
012500
012600*****************************************************************
012700*  HOLIDAY SCHEDULE TABLE, LOADED FROM THE 'H' RECORDS BEHIND
012800*  THE CURRENT-DATE RECORD OF THE RUN CALENDAR.
012900*****************************************************************
013000 01  WS-HOL-TABLE.
013100     05  WS-HOL-DATE OCCURS 400 TIMES
013200                                    PIC 9(08).
013300
013400*****************************************************************
013500*  DATE WORK AREA FOR THE RELEASE-DATE ROLL AND THE DAYS-UNTIL
013600*  COUNT.
013700*****************************************************************
013800 01  WS-DATE-WORK                   PIC 9(08) VALUE ZERO.
013900 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
014000     05  WS-WORK-YEAR               PIC 9(04).
014100     05  WS-WORK-MONTH              PIC 9(02).
014200     05  WS-WORK-DAY                PIC 9(02).
014300
014400*****************************************************************
014500*  DAY-OF-WEEK WORK AREA (ZELLER'S CONGRUENCE).  THE RESULT IS
014600*  0 FOR SATURDAY, 1 FOR SUNDAY, 2 FOR MONDAY, AND SO ON.
014700*****************************************************************
014800 01  WS-ZELLER-WORK.
014900     05  WS-Z-YEAR                  PIC 9(04) COMP VALUE 0.
015000     05  WS-Z-MONTH                 PIC 9(02) COMP VALUE 0.
015100     05  WS-Z-CENT                  PIC 9(02) COMP VALUE 0.
015200     05  WS-Z-YY                    PIC 9(02) COMP VALUE 0.
015300     05  WS-Z-TERM                  PIC 9(04) COMP VALUE 0.
015400     05  WS-Z-SUM                   PIC 9(05) COMP VALUE 0.
015500     05  WS-Z-QUOT                  PIC 9(05) COMP VALUE 0.
015600     05  WS-Z-DOW                   PIC 9(01) COMP VALUE 0.
015700
015800*****************************************************************
015900*  PRINT-IMAGE LINES
016000*****************************************************************
016100 01  WS-HDG-1.
016200     05  FILLER                     PIC X(48) VALUE
016300         'WHSERPT FUTURE-DATED WAREHOUSE AGING REPORT'.
016400     05  FILLER                     PIC X(15) VALUE
016500         'BUSINESS DATE:'.
016600     05  HDG-BUS-DATE               PIC 9(08).
016700     05  FILLER                     PIC X(09) VALUE SPACES.
016800
016900 01  WS-HDG-2.
017000     05  FILLER                     PIC X(10) VALUE 'INSTANCE'.
017100     05  FILLER                     PIC X(10) VALUE 'TRAN-DATE'.
017200     05  FILLER                     PIC X(10) VALUE 'RELEASE'.
017300     05  FILLER                     PIC X(05) VALUE 'DAYS'.
017400     05  FILLER                     PIC X(09) VALUE 'RECORDS'.
017500     05  FILLER                     PIC X(16) VALUE
017600         '        AMOUNT'.
017700     05  FILLER                     PIC X(10) VALUE 'STORED'.
017800     05  FILLER                     PIC X(10) VALUE SPACES.
017900
018000 01  WS-AGE-LINE.
018100     05  AGE-INST                   PIC X(08).
018200     05  FILLER                     PIC X(02) VALUE SPACES.
018300     05  AGE-TRAN-DATE              PIC 9(08).
018400     05  FILLER                     PIC X(02) VALUE SPACES.
018500     05  AGE-RELEASE-DATE           PIC 9(08).
018600     05  FILLER                     PIC X(02) VALUE SPACES.
018700     05  AGE-DAYS                   PIC ZZ9.
018800     05  FILLER                     PIC X(02) VALUE SPACES.
018900     05  AGE-COUNT                  PIC ZZZZZZ9.
019000     05  FILLER                     PIC X(02) VALUE SPACES.
019100     05  AGE-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
019200     05  FILLER                     PIC X(02) VALUE SPACES.
019300     05  AGE-STORED-DATE            PIC 9(08).
019400     05  FILLER                     PIC X(02) VALUE SPACES.
019500     05  AGE-FLAG                   PIC X(08).
019600     05  FILLER                     PIC X(02) VALUE SPACES.
019700
019800 01  WS-INST-LINE.
019900     05  FILLER                     PIC X(10) VALUE SPACES.
020000     05  INST-LABEL                 PIC X(25).
020100     05  INST-COUNT                 PIC ZZZZZZ9.
020200     05  FILLER                     PIC X(02) VALUE SPACES.
020300     05  INST-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
020400     05  FILLER                     PIC X(22) VALUE SPACES.
020500
020600 01  WS-TOT-LINE.
020700     05  TOT-LABEL                  PIC X(40).
020800     05  TOT-COUNT                  PIC ZZZZZZ9.
020900     05  FILLER                     PIC X(33) VALUE SPACES.
021000
021100 01  WS-AMT-LINE.
021200     05  AMT-LABEL                  PIC X(40).
021300     05  AMT-VALUE                  PIC ZZZ,ZZZ,ZZ9.99.
021400     05  FILLER                     PIC X(26) VALUE SPACES.
021500
021600 PROCEDURE DIVISION.
021700*****************************************************************
021800*  0000-MAINLINE
021900*****************************************************************
022000 0000-MAINLINE.
022100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
022200     PERFORM 2000-LOAD-WHSE THRU 2000-LOAD-WHSE-EXIT
022300         UNTIL WS-WHSE-EOF.
022400     PERFORM 3000-PRINT-AGING THRU 3000-PRINT-AGING-EXIT.
022500     PERFORM 4000-FINISH THRU 4000-FINISH-EXIT.
022600     STOP RUN.
022700
022800*****************************************************************
022900*  1000-INITIALIZE  --  SET THE BUSINESS DATE AND LOAD THE
023000*                    HOLIDAY SCHEDULE, OPEN THE WAREHOUSE AND
023100*                    THE REPORT, AND PRIME THE READ.  A MISSING
023200*                    WAREHOUSE FILE IS AN EMPTY WAREHOUSE, NOT AN
023300*                    ERROR.
023400*****************************************************************
023500 1000-INITIALIZE.
023600     PERFORM 1300-SET-BUSINESS-DATE
023700         THRU 1300-SET-BUSINESS-DATE-EXIT.
023800     OPEN OUTPUT WHSE-REPORT-FILE.
023900     MOVE WS-BUSINESS-DATE TO HDG-BUS-DATE.
024000     MOVE WS-HDG-1 TO RPT-LINE.
024100     WRITE RPT-LINE.
024200     MOVE WS-HDG-2 TO RPT-LINE.
024300     WRITE RPT-LINE.
024400     OPEN INPUT WHSE-FILE.
024500     IF WS-WHSE-STATUS NOT = '00'
024600         DISPLAY 'WHSERPT0001W - WAREHOUSE FILE COULD NOT BE '
024700             'OPENED (STATUS ' WS-WHSE-STATUS ') - NOTHING '
024800             'TO AGE'
024900         SET WS-WHSE-EOF TO TRUE
025000         GO TO 1000-INITIALIZE-EXIT
025100     END-IF.
025200     SET WS-WHSE-OPEN TO TRUE.
025300     PERFORM 2100-READ-WHSE THRU 2100-READ-WHSE-EXIT.
025400 1000-INITIALIZE-EXIT.
025500     EXIT.
025600
025700*****************************************************************
025800*  1300-SET-BUSINESS-DATE  --  THE RUN CALENDAR NAMES THE DATE
025900*                    THE WAREHOUSE IS AGED AGAINST, AND ITS 'H'
026000*                    RECORDS ARE THE HOLIDAYS A RELEASE DATE
026100*                    STEPS OVER.  A MISSING OR UNREADABLE
026200*                    CALENDAR FALLS BACK TO THE SYSTEM DATE WITH
026300*                    WEEKENDS AS THE ONLY NON-PROCESSING DAYS.
026400*****************************************************************
026500 1300-SET-BUSINESS-DATE.
026600     OPEN INPUT RUNCAL-FILE.
026700     IF WS-RUNCAL-STATUS NOT = '00'
026800         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
026900         GO TO 1300-SET-BUSINESS-DATE-EXIT
027000     END-IF.
027100     READ RUNCAL-FILE
027200         AT END
027300             ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
027400             CLOSE RUNCAL-FILE
027500             GO TO 1300-SET-BUSINESS-DATE-EXIT
027600     END-READ.
027700     IF CAL-BUS-DATE NUMERIC
027800         MOVE CAL-BUS-DATE TO WS-BUSINESS-DATE
027900     ELSE
028000         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
028100     END-IF.
028200     PERFORM 1500-LOAD-HOLIDAYS THRU 1500-LOAD-HOLIDAYS-EXIT
028300         UNTIL WS-RUNCAL-EOF.
028400     CLOSE RUNCAL-FILE.
028500 1300-SET-BUSINESS-DATE-EXIT.
028600     EXIT.
028700
028800*****************************************************************
028900*  1500-LOAD-HOLIDAYS  --  READ THE 'H' SCHEDULE RECORDS INTO THE
029000*                    TABLE.  MORE RECORDS THAN THE TABLE HOLDS
029100*                    IS FATAL RATHER THAN A SILENTLY SHORTENED
029200*                    SCHEDULE.  ANYTHING THAT IS NOT A NUMERIC
029300*                    HOLIDAY RECORD IS IGNORED.
029400*****************************************************************
029500 1500-LOAD-HOLIDAYS.
029600     READ RUNCAL-FILE
029700         AT END
029800             SET WS-RUNCAL-EOF TO TRUE
029900             GO TO 1500-LOAD-HOLIDAYS-EXIT
030000     END-READ.
030100     IF CAL-STATUS-HOLIDAY AND CAL-BUS-DATE NUMERIC
030200         IF WS-HOL-COUNT >= WS-HOL-MAX-ENTRIES
030300             DISPLAY 'WHSERPT0002E - HOLIDAY SCHEDULE EXCEEDS '
030400                 WS-HOL-MAX-ENTRIES ' RECORDS - TABLE FULL'
030500             MOVE 16 TO RETURN-CODE
030600             STOP RUN
030700         END-IF
030800         ADD 1 TO WS-HOL-COUNT
030900         MOVE CAL-BUS-DATE TO WS-HOL-DATE (WS-HOL-COUNT)
031000     END-IF.
031100 1500-LOAD-HOLIDAYS-EXIT.
031200     EXIT.
031300
031400*****************************************************************
031500*  2000-LOAD-WHSE  --  ADD ONE WAREHOUSED RECORD TO ITS INSTANCE
031600*                    AND TRAN-DATE GROUP.  A GROUP NOT YET IN THE
031700*                    TABLE IS INSERTED AT ITS KEY POSITION, THE
031800*                    ENTRIES ABOVE IT MOVING UP ONE SLOT.  MORE
031900*                    GROUPS THAN THE TABLE HOLDS IS FATAL RATHER
032000*                    THAN A SILENTLY SHORTENED REPORT.
032100*****************************************************************
032200 2000-LOAD-WHSE.
032300     ADD 1 TO WS-WHSE-IN-CNT.
032400     ADD WHSE-TRAN-AMOUNT TO WS-WHSE-IN-AMT.
032500     MOVE WHSE-LOOP-NAME TO WS-NEW-INST.
032600     MOVE WHSE-TRAN-DATE TO WS-NEW-DATE.
032700     PERFORM 2200-FIND-GROUP THRU 2200-FIND-GROUP-EXIT.
032800     IF WS-ENT-FOUND
032900         IF WS-ENT-KEY (WS-INS-IX) = WS-NEW-KEY
033000             ADD 1 TO WS-ENT-CNT (WS-INS-IX)
033100             ADD WHSE-TRAN-AMOUNT TO WS-ENT-AMT (WS-INS-IX)
033200             IF WHSE-STORED-DATE < WS-ENT-OLDEST (WS-INS-IX)
033300                 MOVE WHSE-STORED-DATE
033400                     TO WS-ENT-OLDEST (WS-INS-IX)
033500             END-IF
033600             PERFORM 2100-READ-WHSE THRU 2100-READ-WHSE-EXIT
033700             GO TO 2000-LOAD-WHSE-EXIT
033800         END-IF
033900     ELSE
034000         COMPUTE WS-INS-IX = WS-ENT-COUNT + 1
034100     END-IF.
034200     IF WS-ENT-COUNT >= WS-ENT-MAX-ENTRIES
034300         DISPLAY 'WHSERPT0003E - WAREHOUSE HOLDS MORE THAN '
034400             WS-ENT-MAX-ENTRIES ' INSTANCE/DATE GROUPS - '
034500             'TABLE FULL'
034600         MOVE 16 TO RETURN-CODE
034700         STOP RUN
034800     END-IF.
034900     MOVE WS-ENT-COUNT TO WS-FROM-IX.
035000     PERFORM 2300-SHIFT-ONE THRU 2300-SHIFT-ONE-EXIT
035100         UNTIL WS-FROM-IX < WS-INS-IX.
035200     ADD 1 TO WS-ENT-COUNT.
035300     MOVE WS-NEW-KEY       TO WS-ENT-KEY (WS-INS-IX).
035400     MOVE 1                TO WS-ENT-CNT (WS-INS-IX).
035500     MOVE WHSE-TRAN-AMOUNT TO WS-ENT-AMT (WS-INS-IX).
035600     MOVE WHSE-STORED-DATE TO WS-ENT-OLDEST (WS-INS-IX).
035700     PERFORM 2100-READ-WHSE THRU 2100-READ-WHSE-EXIT.
035800 2000-LOAD-WHSE-EXIT.
035900     EXIT.
036000
036100*****************************************************************
036200*  2100-READ-WHSE
036300*****************************************************************
036400 2100-READ-WHSE.
036500     READ WHSE-FILE
036600         AT END
036700             SET WS-WHSE-EOF TO TRUE
036800     END-READ.
036900 2100-READ-WHSE-EXIT.
037000     EXIT.
037100
037200*****************************************************************
037300*  2200-FIND-GROUP  --  FIND THE FIRST ENTRY WHOSE KEY IS NOT
037400*                    BELOW THE NEW RECORD'S: EITHER ITS OWN GROUP
037500*                    OR THE SLOT IT IS INSERTED AT.
037600*****************************************************************
037700 2200-FIND-GROUP.
037800     SET WS-ENT-FOUND TO FALSE.
037900     MOVE ZERO TO WS-INS-IX.
038000     MOVE ZERO TO WS-ENT-IX.
038100     PERFORM 2250-CHECK-ONE THRU 2250-CHECK-ONE-EXIT
038200         WS-ENT-COUNT TIMES.
038300 2200-FIND-GROUP-EXIT.
038400     EXIT.
038500
038600 2250-CHECK-ONE.
038700     ADD 1 TO WS-ENT-IX.
038800     IF NOT WS-ENT-FOUND
038900         IF WS-ENT-KEY (WS-ENT-IX) NOT < WS-NEW-KEY
039000             SET WS-ENT-FOUND TO TRUE
039100             MOVE WS-ENT-IX TO WS-INS-IX
039200         END-IF
039300     END-IF.
039400 2250-CHECK-ONE-EXIT.
039500     EXIT.
039600
039700 2300-SHIFT-ONE.
039800     COMPUTE WS-TO-IX = WS-FROM-IX + 1.
039900     MOVE WS-ENT (WS-FROM-IX) TO WS-ENT (WS-TO-IX).
040000     SUBTRACT 1 FROM WS-FROM-IX.
040100 2300-SHIFT-ONE-EXIT.
040200     EXIT.
040300
040400*****************************************************************
040500*  2500-NEXT-PROCESSING-DAY  --  STEP THE WORK DATE FORWARD
040600*                    UNTIL IT LANDS ON A PROCESSING DAY.  A
040700*                    RUNAWAY (EVERY DATE FOR MORE THAN A YEAR
040800*                    MARKED NON-PROCESSING, WHICH CAN ONLY BE A
040900*                    MANGLED SCHEDULE) IS A CONTROLLED STOP
041000*                    RATHER THAN A SPIN.
041100*****************************************************************
041200 2500-NEXT-PROCESSING-DAY.
041300     MOVE ZERO TO WS-STEP-CNT.
041400 2500-STEP.
041500     PERFORM 8000-NEXT-DAY THRU 8000-NEXT-DAY-EXIT.
041600     ADD 1 TO WS-STEP-CNT.
041700     IF WS-STEP-CNT > WS-STEP-MAX
041800         DISPLAY 'WHSERPT0005E - NO PROCESSING DAY FOUND '
041900             'WITHIN ' WS-STEP-MAX ' DAYS - HOLIDAY SCHEDULE '
042000             'LOOKS MANGLED'
042100         MOVE 16 TO RETURN-CODE
042200         STOP RUN
042300     END-IF.
042400     PERFORM 2700-CHECK-PROCESSING
042500         THRU 2700-CHECK-PROCESSING-EXIT.
042600     IF WS-NON-PROC-DAY
042700         GO TO 2500-STEP
042800     END-IF.
042900 2500-NEXT-PROCESSING-DAY-EXIT.
043000     EXIT.
043100
043200*****************************************************************
043300*  2700-CHECK-PROCESSING  --  IS THE WORK DATE A PROCESSING DAY?
043400*                    WEEKENDS AND SCHEDULED HOLIDAYS ARE NOT.
043500*****************************************************************
043600 2700-CHECK-PROCESSING.
043700     SET WS-NON-PROC-DAY TO FALSE.
043800     PERFORM 2800-DAY-OF-WEEK THRU 2800-DAY-OF-WEEK-EXIT.
043900     IF WS-Z-DOW = 0 OR WS-Z-DOW = 1
044000         SET WS-NON-PROC-DAY TO TRUE
044100         GO TO 2700-CHECK-PROCESSING-EXIT
044200     END-IF.
044300     MOVE ZERO TO WS-HOL-IX.
044400     PERFORM 2750-CHECK-ONE-HOLIDAY
044500         THRU 2750-CHECK-ONE-HOLIDAY-EXIT
044600         WS-HOL-COUNT TIMES.
044700 2700-CHECK-PROCESSING-EXIT.
044800     EXIT.
044900
045000 2750-CHECK-ONE-HOLIDAY.
045100     ADD 1 TO WS-HOL-IX.
045200     IF WS-HOL-DATE (WS-HOL-IX) = WS-DATE-WORK
045300         SET WS-NON-PROC-DAY TO TRUE
045400     END-IF.
045500 2750-CHECK-ONE-HOLIDAY-EXIT.
045600     EXIT.
045700
045800*****************************************************************
045900*  2800-DAY-OF-WEEK  --  ZELLER'S CONGRUENCE ON THE WORK DATE.
046000*                    JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND
046100*                    14 OF THE PRIOR YEAR.  THE RESULT IN
046200*                    WS-Z-DOW IS 0 FOR SATURDAY, 1 FOR SUNDAY,
046300*                    2 FOR MONDAY, AND SO ON.
046400*****************************************************************
046500 2800-DAY-OF-WEEK.
046600     MOVE WS-WORK-YEAR  TO WS-Z-YEAR.
046700     MOVE WS-WORK-MONTH TO WS-Z-MONTH.
046800     IF WS-Z-MONTH < 3
046900         ADD 12 TO WS-Z-MONTH
047000         SUBTRACT 1 FROM WS-Z-YEAR
047100     END-IF.
047200     DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-CENT
047300         REMAINDER WS-Z-YY.
047400     COMPUTE WS-Z-TERM = 13 * (WS-Z-MONTH + 1).
047500     DIVIDE WS-Z-TERM BY 5 GIVING WS-Z-TERM.
047600     COMPUTE WS-Z-SUM = WS-WORK-DAY + WS-Z-TERM + WS-Z-YY.
047700     DIVIDE WS-Z-YY BY 4 GIVING WS-Z-QUOT.
047800     ADD WS-Z-QUOT TO WS-Z-SUM.
047900     DIVIDE WS-Z-CENT BY 4 GIVING WS-Z-QUOT.
048000     ADD WS-Z-QUOT TO WS-Z-SUM.
048100     COMPUTE WS-Z-SUM = WS-Z-SUM + (5 * WS-Z-CENT).
048200     DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOT
048300         REMAINDER WS-Z-DOW.
048400 2800-DAY-OF-WEEK-EXIT.
048500     EXIT.
048600
048700*****************************************************************
048800*  3000-PRINT-AGING  --  ONE LINE PER INSTANCE AND TRAN-DATE
048900*                    GROUP, WITH A SUBTOTAL AT EACH CHANGE OF
049000*                    INSTANCE.
049100*****************************************************************
049200 3000-PRINT-AGING.
049300     IF WS-ENT-COUNT = ZERO
049400         MOVE 'NO TRANSACTIONS ARE WAITING IN THE WAREHOUSE'
049500             TO RPT-LINE
049600         WRITE RPT-LINE
049700         GO TO 3000-PRINT-AGING-EXIT
049800     END-IF.
049900     MOVE WS-ENT-INST (1) TO WS-PRIOR-INST.
050000     MOVE ZERO TO WS-ENT-IX.
050100     PERFORM 3100-PRINT-ONE-GROUP THRU 3100-PRINT-ONE-GROUP-EXIT
050200         WS-ENT-COUNT TIMES.
050300     PERFORM 3300-PRINT-INST-TOTAL
050400         THRU 3300-PRINT-INST-TOTAL-EXIT.
050500 3000-PRINT-AGING-EXIT.
050600     EXIT.
050700
050800*****************************************************************
050900*  3100-PRINT-ONE-GROUP  --  A GROUP DATED ON OR BEFORE THE
051000*                    BUSINESS DATE IS ALREADY DUE AND SHOULD HAVE
051100*                    BEEN RELEASED; IT IS FLAGGED AND COUNTED.
051200*                    OTHERWISE ITS RELEASE DATE IS ITS TRAN-DATE
051300*                    ROLLED FORWARD TO A PROCESSING DAY, AND THE
051400*                    DAYS UNTIL RELEASE ARE COUNTED FROM THE
051500*                    BUSINESS DATE (CAPPED AT 999).
051600*****************************************************************
051700 3100-PRINT-ONE-GROUP.
051800     ADD 1 TO WS-ENT-IX.
051900     IF WS-ENT-INST (WS-ENT-IX) NOT = WS-PRIOR-INST
052000         PERFORM 3300-PRINT-INST-TOTAL
052100             THRU 3300-PRINT-INST-TOTAL-EXIT
052200         MOVE WS-ENT-INST (WS-ENT-IX) TO WS-PRIOR-INST
052300     END-IF.
052400     MOVE SPACES TO AGE-FLAG.
052500     MOVE ZERO TO WS-DAYS-OUT.
052600     IF WS-ENT-DATE (WS-ENT-IX) NOT > WS-BUSINESS-DATE
052700         MOVE WS-BUSINESS-DATE TO WS-RELEASE-DATE
052800         MOVE 'DUE NOW' TO AGE-FLAG
052900         ADD WS-ENT-CNT (WS-ENT-IX) TO WS-DUE-CNT
053000     ELSE
053100         MOVE WS-ENT-DATE (WS-ENT-IX) TO WS-DATE-WORK
053200         PERFORM 2700-CHECK-PROCESSING
053300             THRU 2700-CHECK-PROCESSING-EXIT
053400         IF WS-NON-PROC-DAY
053500             PERFORM 2500-NEXT-PROCESSING-DAY
053600                 THRU 2500-NEXT-PROCESSING-DAY-EXIT
053700         END-IF
053800         MOVE WS-DATE-WORK TO WS-RELEASE-DATE
053900         MOVE WS-BUSINESS-DATE TO WS-DATE-WORK
054000         PERFORM 3200-COUNT-ONE-DAY
054100             THRU 3200-COUNT-ONE-DAY-EXIT
054200             UNTIL WS-DATE-WORK NOT < WS-RELEASE-DATE
054300                 OR WS-DAYS-OUT NOT < WS-DAYS-OUT-MAX
054400     END-IF.
054500     MOVE WS-ENT-INST (WS-ENT-IX)   TO AGE-INST.
054600     MOVE WS-ENT-DATE (WS-ENT-IX)   TO AGE-TRAN-DATE.
054700     MOVE WS-RELEASE-DATE           TO AGE-RELEASE-DATE.
054800     MOVE WS-DAYS-OUT               TO AGE-DAYS.
054900     MOVE WS-ENT-CNT (WS-ENT-IX)    TO AGE-COUNT.
055000     MOVE WS-ENT-AMT (WS-ENT-IX)    TO AGE-AMOUNT.
055100     MOVE WS-ENT-OLDEST (WS-ENT-IX) TO AGE-STORED-DATE.
055200     MOVE WS-AGE-LINE TO RPT-LINE.
055300     WRITE RPT-LINE.
055400     ADD WS-ENT-CNT (WS-ENT-IX) TO WS-INST-CNT.
055500     ADD WS-ENT-AMT (WS-ENT-IX) TO WS-INST-AMT.
055600 3100-PRINT-ONE-GROUP-EXIT.
055700     EXIT.
055800
055900 3200-COUNT-ONE-DAY.
056000     PERFORM 8000-NEXT-DAY THRU 8000-NEXT-DAY-EXIT.
056100     ADD 1 TO WS-DAYS-OUT.
056200 3200-COUNT-ONE-DAY-EXIT.
056300     EXIT.
056400
056500*****************************************************************
056600*  3300-PRINT-INST-TOTAL  --  SUBTOTAL FOR THE INSTANCE JUST
056700*                    FINISHED.
056800*****************************************************************
056900 3300-PRINT-INST-TOTAL.
057000     MOVE SPACES TO INST-LABEL.
057100     STRING 'TOTAL ' WS-PRIOR-INST
057200         DELIMITED BY SIZE INTO INST-LABEL.
057300     MOVE WS-INST-CNT TO INST-COUNT.
057400     MOVE WS-INST-AMT TO INST-AMOUNT.
057500     MOVE WS-INST-LINE TO RPT-LINE.
057600     WRITE RPT-LINE.
057700     MOVE ZERO TO WS-INST-CNT.
057800     MOVE ZERO TO WS-INST-AMT.
057900 3300-PRINT-INST-TOTAL-EXIT.
058000     EXIT.
058100
058200*****************************************************************
058300*  4000-FINISH  --  PRINT THE TOTALS, CLOSE, AND SET THE RETURN
058400*                    CODE: 0 NOTHING OVERDUE, 4 ANY RECORD STILL
058500*                    WAREHOUSED ON OR AFTER ITS DATE.
058600*****************************************************************
058700 4000-FINISH.
058800     MOVE 'RECORDS WAITING IN THE WAREHOUSE' TO TOT-LABEL.
058900     MOVE WS-WHSE-IN-CNT                 TO TOT-COUNT.
059000     MOVE WS-TOT-LINE TO RPT-LINE.
059100     WRITE RPT-LINE.
059200     MOVE 'RECORDS DUE BUT NOT RELEASED' TO TOT-LABEL.
059300     MOVE WS-DUE-CNT                     TO TOT-COUNT.
059400     MOVE WS-TOT-LINE TO RPT-LINE.
059500     WRITE RPT-LINE.
059600     MOVE 'AMOUNT WAITING IN THE WAREHOUSE' TO AMT-LABEL.
059700     MOVE WS-WHSE-IN-AMT                 TO AMT-VALUE.
059800     MOVE WS-AMT-LINE TO RPT-LINE.
059900     WRITE RPT-LINE.
060000     IF WS-WHSE-OPEN
060100         CLOSE WHSE-FILE
060200     END-IF.
060300     CLOSE WHSE-REPORT-FILE.
060400     IF WS-DUE-CNT > ZERO
060500         DISPLAY 'WHSERPT0004W - ' WS-DUE-CNT
060600             ' WAREHOUSED RECORD(S) DUE BUT NOT RELEASED - SEE '
060700             'THE AGING REPORT'
060800         MOVE 4 TO RETURN-CODE
060900     ELSE
061000         MOVE 0 TO RETURN-CODE
061100     END-IF.
061200 4000-FINISH-EXIT.
061300     EXIT.
061400
061500*****************************************************************
061600*  8000-NEXT-DAY  --  STEP THE WORK DATE FORWARD ONE CALENDAR
061700*                    DAY.
061800*****************************************************************
061900 8000-NEXT-DAY.
062000     PERFORM 8200-MONTH-MAX-DAY THRU 8200-MONTH-MAX-DAY-EXIT.
062100     IF WS-WORK-DAY < WS-MONTH-MAX-DAY
062200         ADD 1 TO WS-WORK-DAY
062300         GO TO 8000-NEXT-DAY-EXIT
062400     END-IF.
062500     MOVE 01 TO WS-WORK-DAY.
062600     IF WS-WORK-MONTH < 12
062700         ADD 1 TO WS-WORK-MONTH
062800     ELSE
062900         MOVE 01 TO WS-WORK-MONTH
063000         ADD 1 TO WS-WORK-YEAR
063100     END-IF.
063200 8000-NEXT-DAY-EXIT.
063300     EXIT.
063400
063500*****************************************************************
063600*  8200-MONTH-MAX-DAY  --  LAST DAY OF THE WORK DATE'S MONTH,
063700*                    RESPECTING LEAP YEARS (DIVISIBLE BY 4,
063800*                    EXCEPT CENTURIES NOT DIVISIBLE BY 400).
063900*****************************************************************
064000 8200-MONTH-MAX-DAY.
064100     SET WS-LEAP-YEAR TO FALSE.
064200     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOT
064300         REMAINDER WS-LEAP-REM.
064400     IF WS-LEAP-REM = ZERO
064500         SET WS-LEAP-YEAR TO TRUE
064600         DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOT
064700             REMAINDER WS-LEAP-REM
064800         IF WS-LEAP-REM = ZERO
064900             SET WS-LEAP-YEAR TO FALSE
065000             DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOT
065100                 REMAINDER WS-LEAP-REM
065200             IF WS-LEAP-REM = ZERO
065300                 SET WS-LEAP-YEAR TO TRUE
065400             END-IF
065500         END-IF
065600     END-IF.
065700     EVALUATE WS-WORK-MONTH
065800         WHEN 01
065900         WHEN 03
066000         WHEN 05
066100         WHEN 07
066200         WHEN 08
066300         WHEN 10
066400         WHEN 12
066500             MOVE 31 TO WS-MONTH-MAX-DAY
066600         WHEN 04
066700         WHEN 06
066800         WHEN 09
066900         WHEN 11
067000             MOVE 30 TO WS-MONTH-MAX-DAY
067100         WHEN 02
067200             IF WS-LEAP-YEAR
067300                 MOVE 29 TO WS-MONTH-MAX-DAY
067400             ELSE
067500                 MOVE 28 TO WS-MONTH-MAX-DAY
067600             END-IF
067700     END-EVALUATE.
067800 8200-MONTH-MAX-DAY-EXIT.
067900     EXIT.
