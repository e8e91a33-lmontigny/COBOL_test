001729*                   BEEN CONSUMED AND IS NOT LOADED, AND THE
001731*                   DUPLICATE CHECK GUARANTEES EACH RELEASE CAN
001732*                   ONLY EVER ADMIT ITS ONE TRANSACTION ONCE.
001734*  2026-10-15  RLM  THE POSTING SUMMARY NOW SPLITS EACH
001736*                   ACCOUNT'S AMOUNT INTO DEBIT, CREDIT, AND
001738*                   ADJUSTMENT TOTALS AND CARRIES THE INSTANCE
001740*                   START TIME AND A RESUMED-FROM-CHECKPOINT
001742*                   FLAG, SO ACCTPOST CAN MOVE RUNNING BALANCES
001744*                   IN THE RIGHT DIRECTION AND TELL A RESUMED
001746*                   RUN'S REMAINDER FROM A RESENT SUMMARY.
001748*  2026-10-15  RLM  THE DETAIL AND SUMMARY AUDIT RECORDS NOW
001749*                   CLEAR THE NEW OPERATOR USER ID FIELD, WHICH
001750*                   ONLY A CKPTUTIL RESET OR DELETE CARRIES.
001753*  2026-10-15  RLM  1900-READ-CALENDAR NOW LOADS THE 'P' CLOSED-
001756*                   PERIOD RECORDS PERCLOSE WRITES AND REFUSES TO
001759*                   START, RERUN FLAG OR NOT, WHEN THE BUSINESS
001762*                   DATE FALLS INSIDE A PERIOD FINANCE HAS CLOSED.
001765*                   1950-MARK-DATE-COMPLETE CARRIES THE CLOSED-
001768*                   PERIOD RECORDS THROUGH ITS REWRITE.
001770*  2026-10-15  RLM  4000-WRITE-SUMMARY NOW ALSO APPENDS A RUN-
001772*                   DURATION RECORD (DURHIST) PER INSTANCE RUN --
001774*                   START AND END TIME, ELAPSED SECONDS,
001776*                   TRANSACTIONS CYCLED, THROUGHPUT PER MINUTE,
001778*                   RESUMED FLAG -- SO HOW LONG EACH INSTANCE TOOK
001780*                   OUTLIVES THE HEARTBEAT AND DURRPT CAN TREND IT
001782*                   AGAINST THE BATCH-WINDOW SLA.  A HISTORY THAT
001784*                   WILL NOT OPEN IS A WARNING, AS FOR RUNSTAT.
001786*****************************************************************
001788
001790 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SOURCE-COMPUTER.    IBM-370.
002000 OBJECT-COMPUTER.    IBM-370.
002852     SELECT POSTSUM-FILE ASSIGN TO POSTSUM
002854         ORGANIZATION IS LINE SEQUENTIAL
002856         FILE STATUS IS WS-PSUM-STATUS.
002857
002858     SELECT DURH-FILE ASSIGN TO DURHIST
002859         ORGANIZATION IS LINE SEQUENTIAL
002860         FILE STATUS IS WS-DURH-STATUS.
002862
002864     SELECT HELLO-PARM-FILE ASSIGN TO HELLOPRM
002866         ORGANIZATION IS LINE SEQUENTIAL
003607
003608 FD  EXTRACT-FILE
003609     RECORDING MODE IS F
003610     LABEL RECORDS ARE STANDARD.
003611 COPY EXTRREC.
003612
003613 FD  POSTSUM-FILE
003614     RECORDING MODE IS F
003615     LABEL RECORDS ARE STANDARD.
003616 COPY POSTSUM.
003617
003618 FD  DURH-FILE
003619     RECORDING MODE IS F
003620     LABEL RECORDS ARE STANDARD.
003621 COPY DURHIST.
003622
003623 FD  HELLO-PARM-FILE
003624     RECORDING MODE IS F
004230 77  WS-HOL-MAX-ENTRIES          PIC 9(03) COMP VALUE 400.
004231 77  WS-HOL-COUNT                PIC 9(03) COMP VALUE 0.
004232 77  WS-HOL-IX                   PIC 9(03) COMP VALUE 0.
004233 77  WS-PCL-MAX-ENTRIES          PIC 9(03) COMP VALUE 120.
004234 77  WS-PCL-COUNT                PIC 9(03) COMP VALUE 0.
004235 77  WS-PCL-IX                   PIC 9(03) COMP VALUE 0.
004236 77  WS-PSUM-STATUS              PIC X(02) VALUE SPACES.
004238 77  WS-DURH-STATUS              PIC X(02) VALUE SPACES.
004241 77  WS-HPARM-STATUS             PIC X(02) VALUE SPACES.
004242 77  WS-SEL-MAX-ENTRIES          PIC 9(03) COMP VALUE 64.
004243 77  WS-SEL-COUNT                PIC 9(03) COMP VALUE 0.
004268 77  WS-ACCT-COUNT               PIC 9(03) COMP VALUE 0.
004269 77  WS-ACCT-IX                  PIC 9(03) COMP VALUE 0.
004270 77  WS-ACCT-FOUND-IX            PIC 9(03) COMP VALUE 0.
004274 77  WS-INST-START-TIME          PIC 9(08) VALUE 0.
004278
004282 01  WS-CURRENT-DATE-TIME.
004286     05  WS-RUN-DATE             PIC 9(08).
004290     05  WS-RUN-TIME             PIC 9(08).
004296
004302*****************************************************************
004308*  RUN-DURATION TIME WORK AREAS.  HHMMSSCC TIMES ARE CONVERTED TO
004314*  CENTISECONDS OF DAY FOR THE ELAPSED-TIME ARITHMETIC.
004320*****************************************************************
004326 01  WS-DURH-TIME-WORK           PIC 9(08) VALUE ZERO.
004332 01  WS-DURH-TIME-WORK-R REDEFINES WS-DURH-TIME-WORK.
004338     05  WS-DURH-TW-HH           PIC 9(02).
004344     05  WS-DURH-TW-MM           PIC 9(02).
004350     05  WS-DURH-TW-SS           PIC 9(02).
004356     05  WS-DURH-TW-CC           PIC 9(02).
004362 01  WS-DURH-START-CS            PIC 9(09) COMP VALUE 0.
004368 01  WS-DURH-CS-WORK             PIC S9(09) COMP VALUE 0.
004374 01  WS-DURH-DAY-CS              PIC 9(09) COMP VALUE 8640000.
004380
004386 01  WS-SWITCHES.
004400     05  WS-LOOPCTL-EOF-SW       PIC X(01) VALUE 'N'.
004500         88  WS-LOOPCTL-EOF                VALUE 'Y'.
004550     05  WS-CKPT-FOUND-SW        PIC X(01) VALUE 'N'.
004731         88  WS-HPARM-EOF                  VALUE 'Y'.
004732     05  WS-SEL-ACTIVE-SW        PIC X(01) VALUE 'N'.
004733         88  WS-SEL-ACTIVE                 VALUE 'Y'.
004734     05  WS-SEL-FOUND-SW         PIC X(01) VALUE 'N'.
004735         88  WS-SEL-FOUND                  VALUE 'Y'
004736             WHEN SET TO FALSE IS 'N'.
004737     05  WS-AUDITRD-EOF-SW       PIC X(01) VALUE 'N'.
004738         88  WS-AUDITRD-EOF                VALUE 'Y'.
004739     05  WS-STAT-AVAIL-SW        PIC X(01) VALUE 'N'.
004740         88  WS-STAT-AVAILABLE             VALUE 'Y'.
004741     05  WS-DURH-AVAIL-SW        PIC X(01) VALUE 'N'.
004742         88  WS-DURH-AVAILABLE             VALUE 'Y'.
004744     05  WS-STAT-REWRITE-SW      PIC X(01) VALUE 'N'.
004745         88  WS-STAT-NEEDS-WRITE           VALUE 'Y'
004746             WHEN SET TO FALSE IS 'N'.
004765     05  WS-NON-PROC-SW          PIC X(01) VALUE 'N'.
004770         88  WS-NON-PROC-DAY               VALUE 'Y'
004775             WHEN SET TO FALSE IS 'N'.
004776     05  WS-IN-CLOSED-SW         PIC X(01) VALUE 'N'.
004777         88  WS-IN-CLOSED-PERIOD           VALUE 'Y'
004778             WHEN SET TO FALSE IS 'N'.
004780
004785*****************************************************************
004790*  HOLIDAY SCHEDULE TABLE FROM THE RUN CALENDAR, AND THE DAY-
004845     05  WS-CHK-YEAR             PIC 9(04).
004850     05  WS-CHK-MONTH            PIC 9(02).
004855     05  WS-CHK-DAY              PIC 9(02).
004856
004857*****************************************************************
004858*  CLOSED ACCOUNTING PERIODS FROM THE RUN CALENDAR'S 'P' RECORDS,
004859*  USED TO REFUSE A START INSIDE ONE AND CARRIED THROUGH 1950'S
004860*  REWRITE.
004861*****************************************************************
004862 01  WS-PCL-TABLE.
004863     05  WS-PCL-ENTRY OCCURS 120 TIMES.
004864         10  WS-PCL-START        PIC 9(08).
004865         10  WS-PCL-END          PIC 9(08).
004866
004867 01  WS-ZELLER-WORK.
004870     05  WS-Z-YEAR               PIC 9(04) COMP VALUE 0.
004875     05  WS-Z-MONTH              PIC 9(02) COMP VALUE 0.
004880     05  WS-Z-CENT               PIC 9(02) COMP VALUE 0.
004960         10  WS-ACCT-NUM         PIC X(10).
004965         10  WS-ACCT-CNT         PIC 9(07).
004970         10  WS-ACCT-AMT         PIC 9(09)V99.
004971         10  WS-ACCT-DR-AMT      PIC 9(09)V99.
004972         10  WS-ACCT-CR-AMT      PIC 9(09)V99.
004973         10  WS-ACCT-ADJ-AMT     PIC 9(09)V99.
004975
004980*****************************************************************
004985*  INSTANCE-SELECTION TABLE FROM THE OPTIONAL HELLOPRM
005478     END-IF.
005480     PERFORM 1500-OPEN-AUDIT THRU 1500-OPEN-AUDIT-EXIT.
005482     PERFORM 1600-OPEN-STATUS THRU 1600-OPEN-STATUS-EXIT.
005483     PERFORM 1610-OPEN-DURATION THRU 1610-OPEN-DURATION-EXIT.
005484
005486     PERFORM 1100-READ-LOOPCTL THRU 1100-READ-LOOPCTL-EXIT.
005488     PERFORM 1300-RUN-INSTANCE THRU 1300-RUN-INSTANCE-EXIT
005504     CLOSE PEND-FILE.
005506     CLOSE EXTRACT-FILE.
005508     CLOSE POSTSUM-FILE.
005509     IF WS-DURH-AVAILABLE
005510         CLOSE DURH-FILE
005511     END-IF.
005512     IF WS-STAT-AVAILABLE
005513         CLOSE STAT-FILE
005514     END-IF.
005516
005518     PERFORM 1950-MARK-DATE-COMPLETE
008632         OPEN OUTPUT TRANHIST-FILE
008634         CLOSE TRANHIST-FILE
008636         OPEN I-O TRANHIST-FILE
008637     END-IF.
008638 1250-OPEN-TRANHIST-EXIT.
008639     EXIT.
008640
008641*****************************************************************
008642*  1550-OPEN-DUP  --  OPEN THE DUPLICATE-SUSPENSE FILE FOR
008643*                    APPEND, CREATING IT ON FIRST USE LIKE THE
008644*                    AUDIT TRAIL.
008645*****************************************************************
008646 1550-OPEN-DUP.
008647     OPEN EXTEND DUP-FILE.
008648     IF WS-DUP-STATUS = '35'
008649         OPEN OUTPUT DUP-FILE
008650     END-IF.
008651 1550-OPEN-DUP-EXIT.
008652     EXIT.
008653
008654*****************************************************************
008655*  1600-OPEN-STATUS  --  OPEN THE RUN-STATUS HEARTBEAT FILE FOR
008656*                    UPDATE, CREATING IT ON FIRST USE LIKE THE
008657*                    CHECKPOINT FILE.  A HEARTBEAT FILE THAT
008658*                    STILL WILL NOT OPEN IS A WARNING, NOT A
008659*                    STOP -- THE CYCLE MATTERS MORE THAN THE
008660*                    GAUGE -- AND THE RUN SIMPLY PROCEEDS
008661*                    WITHOUT STATUS RECORDS.
008662*****************************************************************
008663 1600-OPEN-STATUS.
008664     OPEN I-O STAT-FILE.
008665     IF WS-STAT-STATUS = '35'
008666         OPEN OUTPUT STAT-FILE
008667         CLOSE STAT-FILE
008668         OPEN I-O STAT-FILE
008669     END-IF.
008670     IF WS-STAT-STATUS = '00'
008671         MOVE 'Y' TO WS-STAT-AVAIL-SW
008672     ELSE
008673         DISPLAY 'HELLO0030W - RUN-STATUS FILE COULD NOT BE '
008674             'OPENED (STATUS ' WS-STAT-STATUS ') - RUNNING '
008675             'WITHOUT THE HEARTBEAT'
008676     END-IF.
008677 1600-OPEN-STATUS-EXIT.
008678     EXIT.
008679
008680*****************************************************************
008681*  1610-OPEN-DURATION  --  OPEN THE RUN-DURATION HISTORY FOR
008682*                    APPEND, CREATING IT ON FIRST USE.  LIKE THE
008683*                    HEARTBEAT, A HISTORY THAT WILL NOT OPEN IS A
008684*                    WARNING, NOT A STOP, AND THE RUN PROCEEDS
008685*                    WITHOUT DURATION RECORDS.
008686*****************************************************************
008687 1610-OPEN-DURATION.
008688     OPEN EXTEND DURH-FILE.
008689     IF WS-DURH-STATUS = '35'
008690         OPEN OUTPUT DURH-FILE
008691     END-IF.
008692     IF WS-DURH-STATUS = '00'
008693         MOVE 'Y' TO WS-DURH-AVAIL-SW
008694     ELSE
008695         DISPLAY 'HELLO0042W - RUN-DURATION HISTORY COULD NOT BE '
008696             'OPENED (STATUS ' WS-DURH-STATUS ') - RUNNING '
008697             'WITHOUT DURATION RECORDS'
008698     END-IF.
008699 1610-OPEN-DURATION-EXIT.
008700     EXIT.
008701
008702*****************************************************************
008703*  1560-OPEN-PEND  --  OPEN THE PENDING-APPROVAL FILE FOR
009802                  WS-EXTR-AMT.
009803     SET WS-EXTR-DONE TO FALSE.
009804     MOVE ZERO TO WS-ACCT-COUNT.
009807     ACCEPT WS-INST-START-TIME FROM TIME.
009810     SET WS-TRAN-EOF TO FALSE.
009820     OPEN INPUT TRANSACTION-FILE.
009830     IF WS-TRAN-STATUS NOT = '00'
014060 1750-CHECK-OPERATOR-CONTROL-EXIT.
014070     EXIT.
014071
014072*****************************************************************
014073*  1900-READ-CALENDAR  --  TAKE THE BUSINESS DATE FROM THE RUN
014074*                    CALENDAR.  A DATE ALREADY MARKED COMPLETE
014075*                    REFUSES TO START UNLESS OPERATIONS HAS SET
014076*                    THE RERUN FLAG FOR A DELIBERATE RERUN.  A
014077*                    MISSING CALENDAR FILE MEANS THE SHOP HAS
014078*                    NOT CUT OVER TO CALENDAR CONTROL AND THE
014079*                    SYSTEM DATE IS USED AS BEFORE.
014080*****************************************************************
014081 1900-READ-CALENDAR.
014082     OPEN INPUT RUNCAL-FILE.
014083     IF WS-RUNCAL-STATUS = '35'
014084         DISPLAY 'HELLO0012W - NO RUN CALENDAR FOUND - USING '
014085             'THE SYSTEM DATE'
014086         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
014087         GO TO 1900-READ-CALENDAR-EXIT
014088     END-IF.
014089     IF WS-RUNCAL-STATUS NOT = '00'
014090         DISPLAY 'HELLO0013E - RUN CALENDAR COULD NOT BE '
014091             'OPENED (STATUS ' WS-RUNCAL-STATUS ')'
014092         CLOSE LOOPCTL-FILE
014093         MOVE 16 TO RETURN-CODE
014094         STOP RUN
014095     END-IF.
014096     READ RUNCAL-FILE
014097         AT END
014098             DISPLAY 'HELLO0013E - RUN CALENDAR IS EMPTY'
014099             CLOSE RUNCAL-FILE
014100             CLOSE LOOPCTL-FILE
014101             MOVE 16 TO RETURN-CODE
014102             STOP RUN
014103     END-READ.
014104     IF CAL-BUS-DATE NOT NUMERIC
014105         DISPLAY 'HELLO0013E - RUN CALENDAR DATE IS NOT NUMERIC'
014106         CLOSE RUNCAL-FILE
014107         CLOSE LOOPCTL-FILE
014108         MOVE 16 TO RETURN-CODE
014109         STOP RUN
014110     END-IF.
014111     IF CAL-STATUS-COMPLETE AND NOT CAL-RERUN-ALLOWED
014112         DISPLAY 'HELLO0014E - BUSINESS DATE ' CAL-BUS-DATE
014113             ' IS ALREADY MARKED COMPLETE - SET THE RERUN FLAG '
014114             'FOR A DELIBERATE RERUN'
014115         CLOSE RUNCAL-FILE
014116         CLOSE LOOPCTL-FILE
014117         MOVE 8 TO RETURN-CODE
014118         STOP RUN
014119     END-IF.
014120     MOVE CAL-BUS-DATE TO WS-RUN-DATE.
014121     MOVE 'Y' TO WS-CAL-PRESENT-SW.
014122     PERFORM 1905-LOAD-ONE-HOLIDAY
014123         THRU 1905-LOAD-ONE-HOLIDAY-EXIT
014124         UNTIL WS-RUNCAL-EOF.
014125     CLOSE RUNCAL-FILE.
014126     PERFORM 1920-CHECK-CLOSED-PERIOD
014127         THRU 1920-CHECK-CLOSED-PERIOD-EXIT.
014128     IF WS-IN-CLOSED-PERIOD
014129         DISPLAY 'HELLO0040E - BUSINESS DATE ' WS-RUN-DATE
014130             ' FALLS IN A CLOSED ACCOUNTING PERIOD - RUN REFUSED '
014131             '- A PERCLOSE REOPEN IS NEEDED FIRST'
014132         CLOSE LOOPCTL-FILE
014133         MOVE 8 TO RETURN-CODE
014134         STOP RUN
014135     END-IF.
014152     PERFORM 1910-CHECK-PROCESSING-DAY
014153         THRU 1910-CHECK-PROCESSING-DAY-EXIT.
014154     IF WS-NON-PROC-DAY
014165     EXIT.
014166
014167*****************************************************************
014168*  1905-LOAD-ONE-HOLIDAY  --  READ ONE SCHEDULE RECORD FROM
014169*                    BEHIND THE CURRENT-DATE RECORD: AN 'H'
014171*                    HOLIDAY INTO THE HOLIDAY TABLE, A 'P'
014172*                    CLOSED PERIOD INTO THE CLOSED-PERIOD TABLE,
014173*                    FOR THE START CHECKS AND FOR 1950'S REWRITE
014174*                    TO CARRY FORWARD.  ANYTHING ELSE IS
014175*                    IGNORED.  MORE RECORDS THAN A TABLE HOLDS
014176*                    IS FATAL RATHER THAN A SHORTENED CALENDAR.
014177*****************************************************************
014178 1905-LOAD-ONE-HOLIDAY.
014179     READ RUNCAL-FILE
014195         ADD 1 TO WS-HOL-COUNT
014196         MOVE CAL-BUS-DATE TO WS-HOL-DATE (WS-HOL-COUNT)
014197     END-IF.
014198     IF CAL-STATUS-PERIOD-CLOSED AND CAL-BUS-DATE NUMERIC
014199         IF WS-PCL-COUNT >= WS-PCL-MAX-ENTRIES
014200             DISPLAY 'HELLO0041E - CLOSED PERIODS EXCEED '
014201                 WS-PCL-MAX-ENTRIES ' RECORDS - TABLE FULL'
014202             CLOSE RUNCAL-FILE
014203             CLOSE LOOPCTL-FILE
014204             MOVE 16 TO RETURN-CODE
014205             STOP RUN
014206         END-IF
014207         ADD 1 TO WS-PCL-COUNT
014208         MOVE CAL-PERIOD-START TO WS-PCL-START (WS-PCL-COUNT)
014209         MOVE CAL-BUS-DATE     TO WS-PCL-END (WS-PCL-COUNT)
014210     END-IF.
014211 1905-LOAD-ONE-HOLIDAY-EXIT.
014212     EXIT.
014213
014214*****************************************************************
014215*  1910-CHECK-PROCESSING-DAY  --  REFUSE TO START ON A NON-
014216*                    PROCESSING DATE.  SATURDAYS AND SUNDAYS
014217*                    (ZELLER'S CONGRUENCE - JANUARY AND FEBRUARY
014218*                    COUNT AS MONTHS 13 AND 14 OF THE PRIOR
014219*                    YEAR) AND SCHEDULED HOLIDAYS ARE NOT
014220*                    PROCESSING DAYS.
014221*****************************************************************
014222 1910-CHECK-PROCESSING-DAY.
014223     SET WS-NON-PROC-DAY TO FALSE.
014224     MOVE WS-RUN-DATE  TO WS-CHK-DATE.
014225     MOVE WS-CHK-YEAR  TO WS-Z-YEAR.
014226     MOVE WS-CHK-MONTH TO WS-Z-MONTH.
014227     IF WS-Z-MONTH < 3
014228         ADD 12 TO WS-Z-MONTH
014229         SUBTRACT 1 FROM WS-Z-YEAR
014230     END-IF.
014231     DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-CENT
014232         REMAINDER WS-Z-YY.
014233     COMPUTE WS-Z-TERM = 13 * (WS-Z-MONTH + 1).
014234     DIVIDE WS-Z-TERM BY 5 GIVING WS-Z-TERM.
014235     COMPUTE WS-Z-SUM = WS-CHK-DAY + WS-Z-TERM + WS-Z-YY.
014236     DIVIDE WS-Z-YY BY 4 GIVING WS-Z-QUOT.
014237     ADD WS-Z-QUOT TO WS-Z-SUM.
014238     DIVIDE WS-Z-CENT BY 4 GIVING WS-Z-QUOT.
014239     ADD WS-Z-QUOT TO WS-Z-SUM.
014240     COMPUTE WS-Z-SUM = WS-Z-SUM + (5 * WS-Z-CENT).
014241     DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOT
014242         REMAINDER WS-Z-DOW.
014243     IF WS-Z-DOW = 0 OR WS-Z-DOW = 1
014244         SET WS-NON-PROC-DAY TO TRUE
014245         GO TO 1910-CHECK-PROCESSING-DAY-EXIT
014246     END-IF.
014247     MOVE ZERO TO WS-HOL-IX.
014248     PERFORM 1915-CHECK-ONE-HOLIDAY
014249         THRU 1915-CHECK-ONE-HOLIDAY-EXIT
014250         WS-HOL-COUNT TIMES.
014251 1910-CHECK-PROCESSING-DAY-EXIT.
014252     EXIT.
014253
014254 1915-CHECK-ONE-HOLIDAY.
014255     ADD 1 TO WS-HOL-IX.
014256     IF WS-HOL-DATE (WS-HOL-IX) = WS-RUN-DATE
014257         SET WS-NON-PROC-DAY TO TRUE
014258     END-IF.
014259 1915-CHECK-ONE-HOLIDAY-EXIT.
014260     EXIT.
014261
014262*****************************************************************
014263*  1920-CHECK-CLOSED-PERIOD  --  REFUSE TO START ON A DATE INSIDE
014264*                    AN ACCOUNTING PERIOD FINANCE HAS CLOSED.  THE
014265*                    RERUN FLAG DOES NOT OVERRIDE THIS: ONLY A
014266*                    PERCLOSE REOPEN, WITH ITS USER ID AND REASON
014267*                    ON FILE, PUTS A CLOSED DATE BACK IN PLAY.
014268*****************************************************************
014269 1920-CHECK-CLOSED-PERIOD.
014270     SET WS-IN-CLOSED-PERIOD TO FALSE.
014271     MOVE ZERO TO WS-PCL-IX.
014272     PERFORM 1925-CHECK-ONE-CLOSED
014273         THRU 1925-CHECK-ONE-CLOSED-EXIT
014274         WS-PCL-COUNT TIMES.
014275 1920-CHECK-CLOSED-PERIOD-EXIT.
014276     EXIT.
014277
014278 1925-CHECK-ONE-CLOSED.
014279     ADD 1 TO WS-PCL-IX.
014280     IF WS-RUN-DATE >= WS-PCL-START (WS-PCL-IX)
014281         AND WS-RUN-DATE <= WS-PCL-END (WS-PCL-IX)
014282         SET WS-IN-CLOSED-PERIOD TO TRUE
014283     END-IF.
014284 1925-CHECK-ONE-CLOSED-EXIT.
014285     EXIT.
014286
014287*****************************************************************
014298*  1950-MARK-DATE-COMPLETE  --  ALL INSTANCES HAVE FINISHED:
014320*                    MARK THE BUSINESS DATE COMPLETE AND CLEAR
014342*                    THE RERUN FLAG, SO THE NEXT SUBMISSION FOR
014474 1950-MARK-DATE-COMPLETE.
014496     IF NOT WS-CAL-PRESENT
014518         GO TO 1950-MARK-DATE-COMPLETE-EXIT
014519     END-IF.
014520     PERFORM 1955-CHECK-ALL-SUMMARIZED
014521         THRU 1955-CHECK-ALL-SUMMARIZED-EXIT.
014522     IF WS-UNSUMMARIZED-CNT > ZERO
014523         DISPLAY 'HELLO0028I - BUSINESS DATE ' WS-RUN-DATE
014524             ' LEFT OPEN - ' WS-UNSUMMARIZED-CNT ' INSTANCE(S)'
014525             ' STILL AWAIT A SUMMARY FOR THE DATE'
014526         GO TO 1950-MARK-DATE-COMPLETE-EXIT
014527     END-IF.
014528     OPEN OUTPUT RUNCAL-FILE.
014529     IF WS-RUNCAL-STATUS NOT = '00'
014530         DISPLAY 'HELLO0015W - RUN CALENDAR COULD NOT BE '
014531             'REWRITTEN (STATUS ' WS-RUNCAL-STATUS ') - DATE '
014532             'NOT MARKED COMPLETE'
014533         GO TO 1950-MARK-DATE-COMPLETE-EXIT
014534     END-IF.
014535     MOVE SPACES      TO CAL-RECORD.
014536     MOVE WS-RUN-DATE TO CAL-BUS-DATE.
014537     MOVE 'C'         TO CAL-STATUS.
014538     MOVE SPACE       TO CAL-RERUN-FLAG.
014539     WRITE CAL-RECORD.
014540     MOVE ZERO TO WS-HOL-IX.
014541     PERFORM 1960-WRITE-ONE-HOLIDAY
014542         THRU 1960-WRITE-ONE-HOLIDAY-EXIT
014543         WS-HOL-COUNT TIMES.
014544     MOVE ZERO TO WS-PCL-IX.
014545     PERFORM 1965-WRITE-ONE-CLOSED
014546         THRU 1965-WRITE-ONE-CLOSED-EXIT
014547         WS-PCL-COUNT TIMES.
014565     CLOSE RUNCAL-FILE.
014566 1950-MARK-DATE-COMPLETE-EXIT.
014567     EXIT.
014568
014569*****************************************************************
014570*  1960-WRITE-ONE-HOLIDAY  --  CARRY ONE 'H' SCHEDULE RECORD
014571*                    THROUGH THE CALENDAR REWRITE UNTOUCHED.
014572*****************************************************************
014573 1960-WRITE-ONE-HOLIDAY.
014574     ADD 1 TO WS-HOL-IX.
014575     MOVE SPACES TO CAL-RECORD.
014576     MOVE WS-HOL-DATE (WS-HOL-IX) TO CAL-BUS-DATE.
014577     MOVE 'H' TO CAL-STATUS.
014578     MOVE SPACE TO CAL-RERUN-FLAG.
014579     WRITE CAL-RECORD.
014580 1960-WRITE-ONE-HOLIDAY-EXIT.
014581     EXIT.
014582
014583*****************************************************************
014584*  1965-WRITE-ONE-CLOSED  --  CARRY ONE 'P' CLOSED-PERIOD RECORD
014585*                    THROUGH THE CALENDAR REWRITE UNTOUCHED.
014586*****************************************************************
014587 1965-WRITE-ONE-CLOSED.
014588     ADD 1 TO WS-PCL-IX.
014589     MOVE SPACES TO CAL-RECORD.
014590     MOVE WS-PCL-END (WS-PCL-IX)   TO CAL-BUS-DATE.
014591     MOVE 'P' TO CAL-STATUS.
014592     MOVE SPACE TO CAL-RERUN-FLAG.
014593     MOVE WS-PCL-START (WS-PCL-IX) TO CAL-PERIOD-START.
014594     WRITE CAL-RECORD.
014595 1965-WRITE-ONE-CLOSED-EXIT.
014611     EXIT.
014612
014613*****************************************************************
015061         MOVE TRAN-ACCOUNT TO WS-ACCT-NUM (WS-ACCT-FOUND-IX)
015062         MOVE ZERO TO WS-ACCT-CNT (WS-ACCT-FOUND-IX)
015063         MOVE ZERO TO WS-ACCT-AMT (WS-ACCT-FOUND-IX)
015064                      WS-ACCT-DR-AMT (WS-ACCT-FOUND-IX)
015065                      WS-ACCT-CR-AMT (WS-ACCT-FOUND-IX)
015066                      WS-ACCT-ADJ-AMT (WS-ACCT-FOUND-IX)
015067     END-IF.
015068     ADD 1 TO WS-ACCT-CNT (WS-ACCT-FOUND-IX).
015069     ADD TRAN-AMOUNT TO WS-ACCT-AMT (WS-ACCT-FOUND-IX).
015070     EVALUATE TRUE
015071         WHEN TRAN-TYPE-DEBIT
015072             ADD TRAN-AMOUNT
015073                 TO WS-ACCT-DR-AMT (WS-ACCT-FOUND-IX)
015074         WHEN TRAN-TYPE-CREDIT
015075             ADD TRAN-AMOUNT
015076                 TO WS-ACCT-CR-AMT (WS-ACCT-FOUND-IX)
015077         WHEN TRAN-TYPE-ADJUSTMENT
015078             ADD TRAN-AMOUNT
015079                 TO WS-ACCT-ADJ-AMT (WS-ACCT-FOUND-IX)
015080         WHEN OTHER
015081             CONTINUE
015082     END-EVALUATE.
015083 2700-POST-ACCOUNT-EXIT.
015084     EXIT.
015085
015086 2750-FIND-ONE-ACCT.
015087     ADD 1 TO WS-ACCT-IX.
015088     IF NOT WS-ACCT-FOUND
015089         IF WS-ACCT-NUM (WS-ACCT-IX) = TRAN-ACCOUNT
015090             SET WS-ACCT-FOUND TO TRUE
015091             MOVE WS-ACCT-IX TO WS-ACCT-FOUND-IX
015092         END-IF
015093     END-IF.
015094 2750-FIND-ONE-ACCT-EXIT.
015095     EXIT.
015096
015097*****************************************************************
015098*  3000-WRITE-AUDIT  --  FLUSH ONE BATCHED PROGRESS LINE AND
015099*                    DETAIL AUDIT RECORD, COVERING EVERY
015100*                    ITERATION SINCE THE LAST FLUSH.  CALLED
015101*                    EVERY WS-LOG-INTERVAL ITERATIONS RATHER
015102*                    THAN EVERY SINGLE ONE, SO HIGH-VOLUME RUNS
015103*                    DO NOT FLOOD SYSOUT OR THE AUDIT FILE.
015104*****************************************************************
015105 3000-WRITE-AUDIT.
015106     DISPLAY 'WS-CNT : ' WS-CNT ' TRAN-ID : ' TRAN-ID.
015107     ACCEPT WS-RUN-TIME FROM TIME.
015108     MOVE 'D'                  TO AUDIT-REC-TYPE.
015109     MOVE WS-PROGRAM-NAME      TO AUDIT-PROGRAM-NAME.
015110     MOVE WS-CURRENT-LOOP-NAME TO AUDIT-LOOP-NAME.
015111     MOVE WS-RUN-DATE          TO AUDIT-RUN-DATE.
015112     MOVE WS-RUN-TIME          TO AUDIT-TIMESTAMP.
015113     MOVE WS-CNT               TO AUDIT-CNT-VALUE.
015114     MOVE ZERO                 TO AUDIT-START-VALUE
015115                                  AUDIT-CYCLES-DONE.
015116     MOVE SPACE                TO AUDIT-STATUS.
015117     MOVE WS-INST-AMOUNT       TO AUDIT-AMOUNT.
015118     MOVE SPACE                TO AUDIT-BAL-STATUS.
015119     MOVE ZERO                 TO AUDIT-DEBIT-CNT
015120                                  AUDIT-DEBIT-AMT
015121                                  AUDIT-CREDIT-CNT
015122                                  AUDIT-CREDIT-AMT
015123                                  AUDIT-ADJ-CNT
015124                                  AUDIT-ADJ-AMT
015125                                  AUDIT-UNKNOWN-CNT
015126                                  AUDIT-DUP-CNT
015144                                  AUDIT-HELD-CNT
015145                                  AUDIT-REL-CNT.
015146     MOVE SPACES TO AUDIT-EXTRACT-FLAG AUDIT-USER-ID.
015147     WRITE AUDIT-RECORD.
015148 3000-WRITE-AUDIT-EXIT.
015149     EXIT.
015261     MOVE WS-ADJ-AMT           TO AUDIT-ADJ-AMT.
015262     MOVE WS-UNKNOWN-CNT       TO AUDIT-UNKNOWN-CNT.
015263     MOVE WS-DUP-CNT           TO AUDIT-DUP-CNT.
015267     MOVE SPACES               TO AUDIT-USER-ID.
015268     MOVE WS-HELD-CNT          TO AUDIT-HELD-CNT.
015269     MOVE ZERO                 TO AUDIT-REL-CNT.
015270     IF WS-EXTR-DONE
015271         MOVE 'Y' TO AUDIT-EXTRACT-FLAG
015272     ELSE
015273         MOVE SPACE TO AUDIT-EXTRACT-FLAG
015274     END-IF.
015275     WRITE AUDIT-RECORD.
015276     PERFORM 4200-WRITE-DURATION THRU 4200-WRITE-DURATION-EXIT.
015279 4000-WRITE-SUMMARY-EXIT.
015280     EXIT.
015281
015282*****************************************************************
015283*  4200-WRITE-DURATION  --  APPEND THE INSTANCE'S RUN-DURATION
015284*                    HISTORY RECORD: START AND END TIME, ELAPSED
015285*                    SECONDS, TRANSACTIONS CYCLED, THROUGHPUT PER
015286*                    MINUTE, AND WHETHER THE RUN RESUMED FROM A
015287*                    CHECKPOINT.  A RUN THAT CROSSES MIDNIGHT
015288*                    WRAPS, SO A NEGATIVE ELAPSED GETS A DAY ADDED
015289*                    (THE STATRPT RULE).  A RUN THAT TOOK NO
015290*                    MEASURABLE TIME IS CHARGED ONE CENTISECOND.
015291*****************************************************************
015292 4200-WRITE-DURATION.
015293     IF NOT WS-DURH-AVAILABLE
015294         GO TO 4200-WRITE-DURATION-EXIT
015295     END-IF.
015296     MOVE WS-INST-START-TIME TO WS-DURH-TIME-WORK.
015297     COMPUTE WS-DURH-START-CS =
015298         (WS-DURH-TW-HH * 360000) + (WS-DURH-TW-MM * 6000)
015299         + (WS-DURH-TW-SS * 100) + WS-DURH-TW-CC.
015300     MOVE WS-RUN-TIME TO WS-DURH-TIME-WORK.
015301     COMPUTE WS-DURH-CS-WORK =
015302         (WS-DURH-TW-HH * 360000) + (WS-DURH-TW-MM * 6000)
015303         + (WS-DURH-TW-SS * 100) + WS-DURH-TW-CC
015304         - WS-DURH-START-CS.
015305     IF WS-DURH-CS-WORK < ZERO
015306         ADD WS-DURH-DAY-CS TO WS-DURH-CS-WORK
015307     END-IF.
015308     IF WS-DURH-CS-WORK = ZERO
015309         MOVE 1 TO WS-DURH-CS-WORK
015310     END-IF.
015311     MOVE SPACES               TO DURH-RECORD.
015312     MOVE WS-CURRENT-LOOP-NAME TO DURH-LOOP-NAME.
015313     MOVE WS-RUN-DATE          TO DURH-RUN-DATE.
015314     MOVE WS-INST-START-TIME   TO DURH-START-TIME.
015315     MOVE WS-RUN-TIME          TO DURH-END-TIME.
015316     DIVIDE WS-DURH-CS-WORK BY 100 GIVING DURH-ELAPSED-SECS.
015317     MOVE WS-CYCLES-DONE       TO DURH-RECORDS.
015318     COMPUTE DURH-PER-MINUTE =
015319         (WS-CYCLES-DONE * 6000) / WS-DURH-CS-WORK
015320         ON SIZE ERROR
015321             MOVE 9999999 TO DURH-PER-MINUTE
015322     END-COMPUTE.
015323     IF WS-CKPT-FOUND
015324         MOVE 'Y' TO DURH-RESUMED-FLAG
015325     ELSE
015326         MOVE 'N' TO DURH-RESUMED-FLAG
015327     END-IF.
015328     MOVE WS-RUN-STATUS        TO DURH-RUN-STATUS.
015329     WRITE DURH-RECORD.
015330 4200-WRITE-DURATION-EXIT.
015331     EXIT.
015332
015333*****************************************************************
015334*  5000-BALANCE-INSTANCE  --  PROVE THE FILE PROCESSED IS THE
015335*                    FILE THE SENDER DECLARED.  THE CUMULATIVE
015336*                    RECORD COUNT (WS-CNT LESS THE CONTROL-FILE
015337*                    START VALUE, SO CHECKPOINT-RESUMED WORK IS
015340*                    INCLUDED) AND THE CUMULATIVE AMOUNT (SKIP
015350*                    PLUS THIS RUN) ARE COMPARED AGAINST THE
015360*                    TRAILER'S DECLARED COUNT AND AMOUNT.  NO
016249     MOVE WS-ACCT-NUM (WS-ACCT-IX) TO PSUM-ACCOUNT.
016251     MOVE WS-ACCT-CNT (WS-ACCT-IX) TO PSUM-COUNT.
016252     MOVE WS-ACCT-AMT (WS-ACCT-IX) TO PSUM-AMOUNT.
016253     MOVE WS-ACCT-DR-AMT (WS-ACCT-IX)  TO PSUM-DEBIT-AMT.
016254     MOVE WS-ACCT-CR-AMT (WS-ACCT-IX)  TO PSUM-CREDIT-AMT.
016255     MOVE WS-ACCT-ADJ-AMT (WS-ACCT-IX) TO PSUM-ADJ-AMT.
016256     MOVE WS-INST-START-TIME           TO PSUM-RUN-TIME.
016257     IF WS-CKPT-FOUND
016258         MOVE 'Y' TO PSUM-RESUMED-FLAG
016259     ELSE
016260         MOVE 'N' TO PSUM-RESUMED-FLAG
016261     END-IF.
016262     WRITE PSUM-RECORD.
016263 7550-WRITE-ONE-PSUM-EXIT.
016264     EXIT.
016265
016266*****************************************************************
016267*  9998-OPERATOR-STOP  --  UNCONDITIONAL, CONTROLLED TERMINATION
016268*                    REQUESTED BY OPERATIONS THROUGH THE OPERATOR
016269*                    CONTROL FILE.  AN ABEND-FLAG STOP IS REPORTED
016270*                    AT THE SAME SEVERITY AS A PROGRAM ABEND
016280*                    (RETURN-CODE 16); A HOLD-FLAG STOP IS A
016290*                    CLEAN, RESUMABLE PAUSE (RETURN-CODE 4).
