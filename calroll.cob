001870*                   EMPTY INPUT) REPEATEDLY TO WALK THE DATE
001880*                   ACROSS A WEEKEND.  THE HOLIDAY RECORDS ARE
001890*                   CARRIED THROUGH THE REWRITE UNTOUCHED.
001891*  2026-10-15  RLM  THE 'P' PERIOD-CLOSED RECORDS PERCLOSE WRITES
001892*                   ARE CARRIED THROUGH THE REWRITE LIKE THE
001893*                   HOLIDAYS, AND A ROLL THAT WOULD LAND THE
001894*                   BUSINESS DATE INSIDE A CLOSED ACCOUNTING
001895*                   PERIOD IS REFUSED WITH THE CALENDAR LEFT
001896*                   UNCHANGED.
001900*****************************************************************
002000
002100 ENVIRONMENT DIVISION.
004630 77  WS-HOL-IX                      PIC 9(03) COMP VALUE 0.
004640 77  WS-STEP-CNT                    PIC 9(03) COMP VALUE 0.
004650 77  WS-STEP-MAX                    PIC 9(03) COMP VALUE 400.
004662 77  WS-PCL-MAX-ENTRIES             PIC 9(03) COMP VALUE 120.
004674 77  WS-PCL-COUNT                   PIC 9(03) COMP VALUE 0.
004686 77  WS-PCL-IX                      PIC 9(03) COMP VALUE 0.
004700
004800 01  WS-SWITCHES.
004900     05  WS-LEAP-YEAR-SW            PIC X(01) VALUE 'N'.
005130     05  WS-NON-PROC-SW             PIC X(01) VALUE 'N'.
005140         88  WS-NON-PROC-DAY                   VALUE 'Y'
005150             WHEN SET TO FALSE IS 'N'.
005162     05  WS-IN-CLOSED-SW            PIC X(01) VALUE 'N'.
005174         88  WS-IN-CLOSED-PERIOD               VALUE 'Y'
005186             WHEN SET TO FALSE IS 'N'.
005200
005300 01  WS-BUS-DATE                    PIC 9(08) VALUE ZERO.
005400 01  WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
005770     05  WS-HOL-DATE OCCURS 400 TIMES
005780                                    PIC 9(08).
005790
005792*****************************************************************
005793*  CLOSED ACCOUNTING PERIODS, LOADED FROM THE 'P' RECORDS AND
005794*  WRITTEN BACK UNTOUCHED.
005795*****************************************************************
005796 01  WS-PCL-TABLE.
005797     05  WS-PCL-ENTRY OCCURS 120 TIMES.
005798         10  WS-PCL-START           PIC 9(08).
005799         10  WS-PCL-END             PIC 9(08).
005802
005805*****************************************************************
005810*  DAY-OF-WEEK WORK AREA (ZELLER'S CONGRUENCE).  THE RESULT IS
005820*  0 FOR SATURDAY, 1 FOR SUNDAY, 2 FOR MONDAY, AND SO ON.
005830*****************************************************************
010200
010300     PERFORM 2500-NEXT-PROCESSING-DAY
010310         THRU 2500-NEXT-PROCESSING-DAY-EXIT.
010319     PERFORM 2600-CHECK-CLOSED-PERIOD
010328         THRU 2600-CHECK-CLOSED-PERIOD-EXIT.
010337     IF WS-IN-CLOSED-PERIOD
010346         DISPLAY 'CALROLL0010E - BUSINESS DATE ' WS-BUS-DATE
010355             ' FALLS IN A CLOSED ACCOUNTING PERIOD - ROLL '
010364             'REFUSED, CALENDAR UNCHANGED'
010373         MOVE 8 TO RETURN-CODE
010382         STOP RUN
010391     END-IF.
010400     DISPLAY 'CALROLL0006I - BUSINESS DATE ROLLED TO '
010500         WS-BUS-DATE ' OPEN'.
010600     PERFORM 3000-WRITE-CALENDAR
010900     STOP RUN.
011000
011001*****************************************************************
011002*  1500-LOAD-HOLIDAYS  --  READ THE 'H' SCHEDULE RECORDS AND
011003*                    THE 'P' CLOSED-PERIOD RECORDS BEHIND THE
011004*                    CURRENT-DATE RECORD INTO THEIR TABLES SO
011005*                    THE ROLL CAN STEP OVER THE HOLIDAYS AND
011006*                    THE REWRITE CAN CARRY BOTH FORWARD.  MORE
011007*                    RECORDS THAN A TABLE HOLDS IS FATAL RATHER
011008*                    THAN A SILENTLY SHORTENED CALENDAR.
011011*                    ANYTHING ELSE IS IGNORED.
011014*****************************************************************
011017 1500-LOAD-HOLIDAYS.
011020     READ RUNCAL-FILE
011030         AT END
011040             SET WS-RUNCAL-EOF TO TRUE
011086         ADD 1 TO WS-HOL-COUNT
011087         MOVE CAL-BUS-DATE TO WS-HOL-DATE (WS-HOL-COUNT)
011088     END-IF.
011095     IF CAL-STATUS-PERIOD-CLOSED AND CAL-BUS-DATE NUMERIC
011102         IF WS-PCL-COUNT >= WS-PCL-MAX-ENTRIES
011109             DISPLAY 'CALROLL0011E - CLOSED PERIODS EXCEED '
011116                 WS-PCL-MAX-ENTRIES ' RECORDS - TABLE FULL'
011123             MOVE 16 TO RETURN-CODE
011130             STOP RUN
011137         END-IF
011144         ADD 1 TO WS-PCL-COUNT
011151         MOVE CAL-PERIOD-START TO WS-PCL-START (WS-PCL-COUNT)
011158         MOVE CAL-BUS-DATE     TO WS-PCL-END (WS-PCL-COUNT)
011165     END-IF.
011172 1500-LOAD-HOLIDAYS-EXIT.
011179     EXIT.
011186
011193*****************************************************************
011200*  2000-NEXT-DAY  --  STEP THE BUSINESS DATE FORWARD ONE
011300*                    CALENDAR DAY, ROLLING MONTH AND YEAR
011400*                    BOUNDARIES AND RESPECTING LEAP YEARS
017970     END-IF.
017980 2500-NEXT-PROCESSING-DAY-EXIT.
017990     EXIT.
017991
017992*****************************************************************
017993*  2600-CHECK-CLOSED-PERIOD  --  DOES THE NEW BUSINESS DATE FALL
017994*                    INSIDE A PERIOD FINANCE HAS CLOSED?  ONLY A
017995*                    HAND-EDITED CURRENT DATE CAN GET BEHIND A
017996*                    CLOSE, BUT THE CALENDAR MUST NOT OPEN ONE.
017997*****************************************************************
017998 2600-CHECK-CLOSED-PERIOD.
017999     SET WS-IN-CLOSED-PERIOD TO FALSE.
018000     MOVE ZERO TO WS-PCL-IX.
018001     PERFORM 2650-CHECK-ONE-CLOSED
018002         THRU 2650-CHECK-ONE-CLOSED-EXIT
018003         WS-PCL-COUNT TIMES.
018004 2600-CHECK-CLOSED-PERIOD-EXIT.
018005     EXIT.
018006
018007 2650-CHECK-ONE-CLOSED.
018008     ADD 1 TO WS-PCL-IX.
018009     IF WS-BUS-DATE >= WS-PCL-START (WS-PCL-IX)
018010         AND WS-BUS-DATE <= WS-PCL-END (WS-PCL-IX)
018011         SET WS-IN-CLOSED-PERIOD TO TRUE
018012     END-IF.
018013 2650-CHECK-ONE-CLOSED-EXIT.
018014     EXIT.
018015
018020*****************************************************************
018030*  2700-CHECK-PROCESSING  --  IS THE CANDIDATE BUSINESS DATE A
018040*                    PROCESSING DAY?  WEEKENDS AND SCHEDULED
018610*****************************************************************
018620*  3000-WRITE-CALENDAR  --  REWRITE THE CALENDAR AS THE NEW
018630*                    BUSINESS DATE, OPEN, RERUN FLAG CLEAR,
018640*                    FOLLOWED BY THE HOLIDAY SCHEDULE AND THE
018650*                    CLOSED-PERIOD RECORDS CARRIED UNTOUCHED.
018660*****************************************************************
018670 3000-WRITE-CALENDAR.
018680     OPEN OUTPUT RUNCAL-FILE.
019620     PERFORM 3100-WRITE-ONE-HOLIDAY
019630         THRU 3100-WRITE-ONE-HOLIDAY-EXIT
019640         WS-HOL-COUNT TIMES.
019652     MOVE ZERO TO WS-PCL-IX.
019664     PERFORM 3200-WRITE-ONE-CLOSED
019676         THRU 3200-WRITE-ONE-CLOSED-EXIT
019688         WS-PCL-COUNT TIMES.
019700     CLOSE RUNCAL-FILE.
019800 3000-WRITE-CALENDAR-EXIT.
019900     EXIT.
019980     WRITE CAL-RECORD.
019990 3100-WRITE-ONE-HOLIDAY-EXIT.
019995     EXIT.
020000
020100 3200-WRITE-ONE-CLOSED.
020200     ADD 1 TO WS-PCL-IX.
020300     MOVE SPACES TO CAL-RECORD.
020400     MOVE WS-PCL-END (WS-PCL-IX)   TO CAL-BUS-DATE.
020500     MOVE 'P' TO CAL-STATUS.
020600     MOVE SPACE TO CAL-RERUN-FLAG.
020700     MOVE WS-PCL-START (WS-PCL-IX) TO CAL-PERIOD-START.
020800     WRITE CAL-RECORD.
020900 3200-WRITE-ONE-CLOSED-EXIT.
021000     EXIT.
