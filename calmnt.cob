002200*                   RECORD UNTOUCHED, AND PRINTS A CHANGE REPORT
002300*                   OF EVERYTHING ACCEPTED, REJECTED, REPLACED,
002400*                   AND CARRIED.
002414*  2026-10-15  RLM  EACH HOLIDAY RECORD NOW CARRIES THE USER ID OF
002428*                   THE OPERATOR LOADING IT, AND A DATE IS
002442*                   REJECTED UNLESS THAT USER HOLDS THE CALMNT
002456*                   CHANGE ENTITLEMENT ON THE OPERATOR
002470*                   ENTITLEMENT FILE.  A REFUSED DATE IS REPORTED
002484*                   AND APPENDED TO THE SECURITY-VIOLATION LOG.
002486*  2026-10-15  RLM  A DATE INSIDE AN ACCOUNTING PERIOD CLOSED BY
002488*                   PERCLOSE IS REJECTED, THE LOAD YEAR'S EXISTING
002490*                   HOLIDAYS IN A CLOSED PERIOD ARE KEPT RATHER
002492*                   THAN REPLACED, AND THE 'P' RECORDS ARE CARRIED
002494*                   THROUGH THE REWRITE.
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
004500
004600     SELECT CAL-REPORT-FILE ASSIGN TO CALRPT
004700         ORGANIZATION IS LINE SEQUENTIAL.
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
004900 DATA DIVISION.
005000 FILE SECTION.
006300     LABEL RECORDS ARE STANDARD.
006400 01  HOL-RECORD.
006500     05  HOL-DATE                   PIC 9(08).
006600     05  FILLER                     PIC X(01).
006633     05  HOL-USER-ID                PIC X(08).
006666     05  FILLER                     PIC X(63).
006700
006800 FD  CAL-REPORT-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 01  RPT-LINE                       PIC X(80).
007110
007120 FD  ENTL-FILE
007130     LABEL RECORDS ARE STANDARD.
007140 COPY ENTLREC.
007150
007160 FD  SECV-FILE
007170     RECORDING MODE IS F
007180     LABEL RECORDS ARE STANDARD.
007190 COPY SECVIOL.
007200
007300 WORKING-STORAGE SECTION.
007400*****************************************************************
007700 77  WS-OLD-STATUS                  PIC X(02) VALUE SPACES.
007800 77  WS-NEW-STATUS                  PIC X(02) VALUE SPACES.
007900 77  WS-HOL-STATUS                  PIC X(02) VALUE SPACES.
007925 77  WS-ENTL-STATUS                 PIC X(02) VALUE SPACES.
007950 77  WS-SECV-STATUS                 PIC X(02) VALUE SPACES.
007975 77  WS-PROGRAM-NAME                PIC X(08) VALUE 'CALMNT'.
008000 77  WS-HOL-READ-CNT                PIC 9(05) VALUE 0.
008100 77  WS-HOL-ACCEPT-CNT              PIC 9(05) VALUE 0.
008200 77  WS-HOL-REJECT-CNT              PIC 9(05) VALUE 0.
009100 77  WS-LEAP-QUOT                   PIC 9(04) COMP VALUE 0.
009200 77  WS-LEAP-REM                    PIC 9(04) COMP VALUE 0.
009300 77  WS-MONTH-MAX-DAY               PIC 9(02) VALUE 0.
009314 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
009328 77  WS-SECV-CNT                    PIC 9(05) VALUE 0.
009342 77  WS-RUN-TIME                    PIC 9(08) VALUE ZERO.
009351 77  WS-OLD-CLOSED-CNT              PIC 9(05) VALUE 0.
009360 77  WS-PCL-MAX-ENTRIES             PIC 9(03) COMP VALUE 120.
009369 77  WS-PCL-COUNT                   PIC 9(03) COMP VALUE 0.
009378 77  WS-PCL-IX                      PIC 9(03) COMP VALUE 0.
009387 77  WS-PCL-CHK-DATE                PIC 9(08) VALUE ZERO.
009400
009500 01  WS-SWITCHES.
009600     05  WS-OLD-EOF-SW              PIC X(01) VALUE 'N'.
010600     05  WS-LEAP-YEAR-SW            PIC X(01) VALUE 'N'.
010700         88  WS-LEAP-YEAR                      VALUE 'Y'
010800             WHEN SET TO FALSE IS 'N'.
010825     05  WS-IN-CLOSED-SW            PIC X(01) VALUE 'N'.
010850         88  WS-IN-CLOSED-PERIOD               VALUE 'Y'
010875             WHEN SET TO FALSE IS 'N'.
010900
011000*****************************************************************
011100*  THE CURRENT-DATE RECORD, PRESERVED THROUGH THE REWRITE, AND
011200*  THE OLD AND NEW HOLIDAY TABLES, AND THE CLOSED PERIODS.
011300*****************************************************************
011400 01  WS-CURRENT-RECORD              PIC X(20) VALUE SPACES.
011500
012000 01  WS-NEW-TABLE.
012100     05  WS-NEW-DATE OCCURS 400 TIMES
012200                                    PIC 9(08).
012216
012232 01  WS-PCL-TABLE.
012248     05  WS-PCL-ENTRY OCCURS 120 TIMES.
012264         10  WS-PCL-START           PIC 9(08).
012280         10  WS-PCL-END             PIC 9(08).
012300
012400 01  WS-EDIT-DATE                   PIC 9(08) VALUE ZERO.
012500 01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
019500             STOP RUN
019600     END-READ.
019700     MOVE CAL-RECORD TO WS-CURRENT-RECORD.
019716     IF CAL-BUS-DATE NUMERIC
019732         MOVE CAL-BUS-DATE TO WS-BUSINESS-DATE
019748     ELSE
019764         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
019780     END-IF.
019800     PERFORM 1100-LOAD-OLD-HOLIDAYS
019900         THRU 1100-LOAD-OLD-HOLIDAYS-EXIT
020000         UNTIL WS-OLD-EOF.
021500         STOP RUN
021600     END-IF.
021700     OPEN OUTPUT CAL-REPORT-FILE.
021750     PERFORM 1300-OPEN-SECURITY THRU 1300-OPEN-SECURITY-EXIT.
021800     PERFORM 2100-READ-HOL THRU 2100-READ-HOL-EXIT.
021900 1000-INITIALIZE-EXIT.
022000     EXIT.
022003
022006*****************************************************************
022009*  1300-OPEN-SECURITY  --  OPEN THE ENTITLEMENT FILE EVERY REQUEST
022012*                    IS CHECKED AGAINST AND THE SECURITY-VIOLATION
022015*                    LOG REFUSALS ARE APPENDED TO.  EITHER ONE
022018*                    UNAVAILABLE IS FATAL: WITHOUT THE FILE NO
022021*                    REQUEST CAN BE PROVED, AND A REFUSED ATTEMPT
022024*                    MUST NOT GO UNRECORDED.
022027*****************************************************************
022030 1300-OPEN-SECURITY.
022033     OPEN INPUT ENTL-FILE.
022036     IF WS-ENTL-STATUS NOT = '00'
022039         DISPLAY 'CALMNT0009E - ENTITLEMENT FILE COULD NOT BE '
022042             'OPENED (STATUS ' WS-ENTL-STATUS ') - NO '
022045             'LOAD PERFORMED'
022048         MOVE 16 TO RETURN-CODE
022051         STOP RUN
022054     END-IF.
022057     OPEN EXTEND SECV-FILE.
022060     IF WS-SECV-STATUS = '35'
022063         OPEN OUTPUT SECV-FILE
022066     END-IF.
022069     IF WS-SECV-STATUS NOT = '00'
022072         DISPLAY 'CALMNT0010E - SECURITY-VIOLATION LOG COULD '
022075             'NOT BE OPENED (STATUS ' WS-SECV-STATUS ') - NO '
022078             'LOAD PERFORMED'
022081         MOVE 16 TO RETURN-CODE
022084         STOP RUN
022087     END-IF.
022090 1300-OPEN-SECURITY-EXIT.
022093     EXIT.
022100
022200*****************************************************************
022300*  1100-LOAD-OLD-HOLIDAYS  --  READ THE EXISTING 'H' SCHEDULE
022400*                    RECORDS INTO THE OLD TABLE, AND THE 'P'
022500*                    CLOSED-PERIOD RECORDS INTO THEIRS.  MORE
022600*                    RECORDS THAN A TABLE HOLDS IS FATAL.
022700*****************************************************************
022800 1100-LOAD-OLD-HOLIDAYS.
022900     READ RUNCAL-OLD-FILE
024100         ADD 1 TO WS-OLD-COUNT
024200         MOVE CAL-BUS-DATE TO WS-OLD-DATE (WS-OLD-COUNT)
024300     END-IF.
024308     IF CAL-STATUS-PERIOD-CLOSED AND CAL-BUS-DATE NUMERIC
024316         IF WS-PCL-COUNT >= WS-PCL-MAX-ENTRIES
024324             DISPLAY 'CALMNT0012E - CLOSED PERIODS EXCEED '
024332                 WS-PCL-MAX-ENTRIES ' RECORDS - TABLE FULL'
024340             MOVE 16 TO RETURN-CODE
024348             STOP RUN
024356         END-IF
024364         ADD 1 TO WS-PCL-COUNT
024372         MOVE CAL-PERIOD-START TO WS-PCL-START (WS-PCL-COUNT)
024380         MOVE CAL-BUS-DATE     TO WS-PCL-END (WS-PCL-COUNT)
024388     END-IF.
024400 1100-LOAD-OLD-HOLIDAYS-EXIT.
024500     EXIT.
024600
025500     ADD 1 TO WS-HOL-READ-CNT.
025600     SET WS-HOL-VALID TO TRUE.
025700     MOVE SPACES TO WS-REJECT-REASON.
025800     PERFORM 2050-CHECK-ENTITLEMENT
025820         THRU 2050-CHECK-ENTITLEMENT-EXIT.
025840     IF WS-HOL-VALID
025860         PERFORM 2300-VALIDATE-HOL THRU 2300-VALIDATE-HOL-EXIT
025880     END-IF.
025900     IF WS-HOL-VALID
025910         IF WS-NEW-COUNT >= WS-TAB-MAX-ENTRIES
025920             DISPLAY 'CALMNT0008E - HOLIDAY LOAD EXCEEDS '
027400 2000-PROCESS-HOL-EXIT.
027500     EXIT.
027600
027602*****************************************************************
027604*  2050-CHECK-ENTITLEMENT  --  THE USER NAMED ON THE HOLIDAY
027606*                    RECORD MUST HOLD THE CALMNT CHANGE
027608*                    ENTITLEMENT.  A REFUSAL IS LOGGED AS A
027610*                    SECURITY VIOLATION AND THE DATE IS REJECTED
027612*                    WITHOUT FURTHER EDITING.
027614*****************************************************************
027616 2050-CHECK-ENTITLEMENT.
027618     MOVE HOL-USER-ID     TO ENTL-USER-ID.
027620     MOVE WS-PROGRAM-NAME TO ENTL-UTILITY.
027622     MOVE 'C'             TO ENTL-ACTION.
027624     READ ENTL-FILE
027626         INVALID KEY
027628             SET WS-HOL-VALID TO FALSE
027630             MOVE 'USER NOT ENTITLED TO ACTION'
027632                 TO WS-REJECT-REASON
027634             PERFORM 2060-LOG-VIOLATION
027636                 THRU 2060-LOG-VIOLATION-EXIT
027638     END-READ.
027640     IF WS-ENTL-STATUS NOT = '00' AND WS-ENTL-STATUS NOT = '23'
027642         DISPLAY 'CALMNT0011E - ENTITLEMENT FILE COULD NOT BE '
027644             'READ (STATUS ' WS-ENTL-STATUS ') FOR USER '
027646             HOL-USER-ID
027648         MOVE 16 TO RETURN-CODE
027650         STOP RUN
027652     END-IF.
027654 2050-CHECK-ENTITLEMENT-EXIT.
027656     EXIT.
027658
027660*****************************************************************
027662*  2060-LOG-VIOLATION  --  APPEND ONE REFUSED ATTEMPT TO THE
027664*                    SECURITY-VIOLATION LOG.  THE REASON IS SET BY
027666*                    THE CALLER.
027668*****************************************************************
027670 2060-LOG-VIOLATION.
027672     ACCEPT WS-RUN-TIME FROM TIME.
027674     MOVE WS-BUSINESS-DATE TO SECV-CHANGE-DATE.
027676     MOVE WS-RUN-TIME      TO SECV-CHANGE-TIME.
027678     MOVE HOL-USER-ID      TO SECV-USER-ID.
027680     MOVE WS-PROGRAM-NAME  TO SECV-PROGRAM-NAME.
027682     MOVE 'C'              TO SECV-ACTION.
027684     MOVE HOL-DATE         TO SECV-OBJECT.
027686     MOVE WS-REJECT-REASON TO SECV-REASON.
027688     WRITE SECV-RECORD.
027690     ADD 1 TO WS-SECV-CNT.
027692 2060-LOG-VIOLATION-EXIT.
027694     EXIT.
027696
027700*****************************************************************
027800*  2100-READ-HOL
027900*****************************************************************
029000*                    NUMERIC, A REAL CALENDAR DATE (29 FEBRUARY
029100*                    ONLY IN A LEAP YEAR - DIVISIBLE BY 4,
029200*                    EXCEPT CENTURIES NOT DIVISIBLE BY 400), IN
029300*                    THE LOAD YEAR, NOT IN A CLOSED ACCOUNTING
029350*                    PERIOD, AND NOT ALREADY LOADED.
029400*****************************************************************
029500 2300-VALIDATE-HOL.
029600     IF HOL-DATE NOT NUMERIC
032600         MOVE 'DATE NOT IN LOAD YEAR' TO WS-REJECT-REASON
032700         GO TO 2300-VALIDATE-HOL-EXIT
032800     END-IF.
032811     MOVE HOL-DATE TO WS-PCL-CHK-DATE.
032822     PERFORM 2600-CHECK-CLOSED-PERIOD
032833         THRU 2600-CHECK-CLOSED-PERIOD-EXIT.
032844     IF WS-IN-CLOSED-PERIOD
032855         SET WS-HOL-VALID TO FALSE
032866         MOVE 'DATE IN CLOSED PERIOD' TO WS-REJECT-REASON
032877         GO TO 2300-VALIDATE-HOL-EXIT
032888     END-IF.
032900     SET WS-DUP-FOUND TO FALSE.
033000     MOVE ZERO TO WS-TAB-IX.
033100     PERFORM 2500-CHECK-ONE-DUP THRU 2500-CHECK-ONE-DUP-EXIT
038800     END-EVALUATE.
038900 2400-MONTH-MAX-DAY-EXIT.
039000     EXIT.
039004
039008*****************************************************************
039012*  2600-CHECK-CLOSED-PERIOD  --  DOES WS-PCL-CHK-DATE FALL INSIDE
039016*                    AN ACCOUNTING PERIOD FINANCE HAS CLOSED?  A
039020*                    CLOSED PERIOD'S SCHEDULE CANNOT BE CHANGED
039024*                    UNTIL PERCLOSE REOPENS IT.
039028*****************************************************************
039032 2600-CHECK-CLOSED-PERIOD.
039036     SET WS-IN-CLOSED-PERIOD TO FALSE.
039040     MOVE ZERO TO WS-PCL-IX.
039044     PERFORM 2650-CHECK-ONE-CLOSED
039048         THRU 2650-CHECK-ONE-CLOSED-EXIT
039052         WS-PCL-COUNT TIMES.
039056 2600-CHECK-CLOSED-PERIOD-EXIT.
039060     EXIT.
039064
039068 2650-CHECK-ONE-CLOSED.
039072     ADD 1 TO WS-PCL-IX.
039076     IF WS-PCL-CHK-DATE NOT < WS-PCL-START (WS-PCL-IX)
039080         AND WS-PCL-CHK-DATE NOT > WS-PCL-END (WS-PCL-IX)
039084         SET WS-IN-CLOSED-PERIOD TO TRUE
039088     END-IF.
039092 2650-CHECK-ONE-CLOSED-EXIT.
039096     EXIT.
039100
039200*****************************************************************
039300*  3000-FINISH  --  WRITE THE NEW CALENDAR (CURRENT-DATE RECORD
040700         CLOSE RUNCAL-OLD-FILE
040800         CLOSE RUNCAL-NEW-FILE
040900         CLOSE HOL-FILE
040933         CLOSE ENTL-FILE
040966         CLOSE SECV-FILE
041000         CLOSE CAL-REPORT-FILE
041100         MOVE 16 TO RETURN-CODE
041200         STOP RUN
041800     MOVE ZERO TO WS-TAB-IX.
041900     PERFORM 3200-WRITE-ONE-NEW THRU 3200-WRITE-ONE-NEW-EXIT
042000         WS-NEW-COUNT TIMES.
042025     MOVE ZERO TO WS-PCL-IX.
042050     PERFORM 3300-WRITE-ONE-CLOSED THRU 3300-WRITE-ONE-CLOSED-EXIT
042075         WS-PCL-COUNT TIMES.
042100
042200     MOVE 'HOLIDAY DATES READ'        TO TOT-LABEL.
042300     MOVE WS-HOL-READ-CNT             TO TOT-COUNT.
043100     MOVE WS-HOL-REJECT-CNT           TO TOT-COUNT.
043200     MOVE WS-TOT-LINE TO RPT-LINE.
043300     WRITE RPT-LINE.
043320     MOVE '  SECURITY VIOLATIONS LOGGED' TO TOT-LABEL.
043340     MOVE WS-SECV-CNT                 TO TOT-COUNT.
043360     MOVE WS-TOT-LINE TO RPT-LINE.
043380     WRITE RPT-LINE.
043400     MOVE 'PRIOR SCHEDULE REPLACED'   TO TOT-LABEL.
043500     MOVE WS-OLD-REPLACED-CNT         TO TOT-COUNT.
043600     MOVE WS-TOT-LINE TO RPT-LINE.
043900     MOVE WS-OLD-CARRIED-CNT          TO TOT-COUNT.
044000     MOVE WS-TOT-LINE TO RPT-LINE.
044100     WRITE RPT-LINE.
044120     MOVE 'CLOSED-PERIOD DATES KEPT'  TO TOT-LABEL.
044140     MOVE WS-OLD-CLOSED-CNT           TO TOT-COUNT.
044160     MOVE WS-TOT-LINE TO RPT-LINE.
044180     WRITE RPT-LINE.
044200
044300     CLOSE RUNCAL-OLD-FILE.
044400     CLOSE RUNCAL-NEW-FILE.
044500     CLOSE HOL-FILE.
044533     CLOSE ENTL-FILE.
044566     CLOSE SECV-FILE.
044600     CLOSE CAL-REPORT-FILE.
044700
044800     IF WS-HOL-REJECT-CNT > ZERO
045800*****************************************************************
045900*  3100-CARRY-ONE-OLD  --  CARRY ONE EXISTING HOLIDAY FORWARD
046000*                    UNLESS IT BELONGS TO THE LOAD YEAR, WHOSE
046100*                    SCHEDULE IS BEING REPLACED -- EXCEPT A LOAD-
046125*                    YEAR DATE INSIDE A CLOSED ACCOUNTING PERIOD,
046150*                    WHICH IS KEPT: A CLOSED PERIOD'S SCHEDULE
046175*                    STANDS UNTIL THE PERIOD IS REOPENED.
046200*****************************************************************
046300 3100-CARRY-ONE-OLD.
046400     ADD 1 TO WS-TAB-IX.
046500     MOVE WS-OLD-DATE (WS-TAB-IX) TO WS-OLD-CHK-DATE.
046600     MOVE WS-OLD-CHK-DATE TO WS-PCL-CHK-DATE.
046607     PERFORM 2600-CHECK-CLOSED-PERIOD
046614         THRU 2600-CHECK-CLOSED-PERIOD-EXIT.
046621     IF WS-OLD-CHK-YEAR = WS-LOAD-YEAR
046628         AND WS-IN-CLOSED-PERIOD
046635         ADD 1 TO WS-OLD-CLOSED-CNT
046642         MOVE SPACES TO CAL-RECORD
046649         MOVE WS-OLD-DATE (WS-TAB-IX) TO CAL-BUS-DATE
046656         MOVE 'H' TO CAL-STATUS
046663         MOVE SPACE TO CAL-RERUN-FLAG
046670         WRITE RUNCAL-NEW-RECORD FROM CAL-RECORD
046677         GO TO 3100-CARRY-ONE-OLD-EXIT
046684     END-IF.
046691     IF WS-OLD-CHK-YEAR = WS-LOAD-YEAR
046700         ADD 1 TO WS-OLD-REPLACED-CNT
046800     ELSE
046900         ADD 1 TO WS-OLD-CARRIED-CNT
048900     WRITE RUNCAL-NEW-RECORD FROM CAL-RECORD.
049000 3200-WRITE-ONE-NEW-EXIT.
049100     EXIT.
049200
049300*****************************************************************
049400*  3300-WRITE-ONE-CLOSED  --  CARRY ONE 'P' CLOSED-PERIOD RECORD
049500*                    THROUGH THE REWRITE UNTOUCHED.
049600*****************************************************************
049700 3300-WRITE-ONE-CLOSED.
049800     ADD 1 TO WS-PCL-IX.
049900     MOVE SPACES TO CAL-RECORD.
050000     MOVE WS-PCL-END (WS-PCL-IX)   TO CAL-BUS-DATE.
050100     MOVE 'P' TO CAL-STATUS.
050200     MOVE SPACE TO CAL-RERUN-FLAG.
050300     MOVE WS-PCL-START (WS-PCL-IX) TO CAL-PERIOD-START.
050400     WRITE RUNCAL-NEW-RECORD FROM CAL-RECORD.
050500 3300-WRITE-ONE-CLOSED-EXIT.
050600     EXIT.
