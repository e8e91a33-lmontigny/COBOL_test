000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SORDGEN.
000300 AUTHOR.         R MONTIGNY.
000400 INSTALLATION.   OPERATIONS SUPPORT.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  --------------------
001000*  2026-10-15  RLM  ORIGINAL VERSION.  DAILY STANDING-ORDER
001100*                   GENERATION FOR ONE LOOP INSTANCE, RUN AHEAD
001200*                   OF TRANEDIT.  EVERY ACTIVE ORDER ON THE
001300*                   STANDING-ORDER MASTER FOR THE INSTANCE NAMED
001400*                   ON THE PARAMETER IS CHECKED AGAINST THE RUN-
001500*                   CALENDAR PROCESSING-DAY SCHEDULE; EACH
001600*                   OCCURRENCE FALLING DUE ON OR BEFORE THE
001700*                   BUSINESS DATE (A WEEKEND OR HOLIDAY DUE DATE
001800*                   ROLLED TO THE NEXT PROCESSING DAY) IS WRITTEN
001900*                   AS A TRANSACTION UNDER A TRAN-ID BUILT FROM
002000*                   THE ORDER ID AND OCCURRENCE NUMBER, BEHIND
002100*                   THE SENDER'S OWN RECORDS, WITH ONE TRAILER
002200*                   COVERING BOTH.  AN OCCURRENCE WHOSE ACCOUNT
002300*                   IS CLOSED OR MISSING ON THE ACCOUNT MASTER IS
002400*                   SKIPPED.  THE MASTER RECORDS WHICH
002500*                   OCCURRENCES HAVE BEEN TAKEN, SO NONE IS EVER
002600*                   TAKEN TWICE, AND A RERUN FOR THE SAME
002700*                   BUSINESS DATE TAKES THE SAME ONES AGAIN UNDER
002800*                   THE SAME TRAN-IDS.  EVERY OCCURRENCE TAKEN IS
002900*                   LOGGED AND PRINTED WITH WHAT BECAME OF IT.
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.    IBM-370.
003500 OBJECT-COMPUTER.    IBM-370.
003600
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT PARM-FILE ASSIGN TO SGENPARM
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-PARM-STATUS.
004200
004300     SELECT SNDR-FILE ASSIGN TO TRANINI
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-SNDR-STATUS.
004600
004700     SELECT TRAN-OUT-FILE ASSIGN TO TRANINO
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-TOUT-STATUS.
005000
005100     SELECT SORD-FILE ASSIGN TO SORDMST
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS SORD-ID
005500         FILE STATUS IS WS-SORD-STATUS.
005600
005700     SELECT ACCT-FILE ASSIGN TO ACCTMST
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS ACCT-NUMBER
006100         FILE STATUS IS WS-ACCT-STATUS.
006200
006300     SELECT SOLOG-FILE ASSIGN TO SORDLOG
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-SOLOG-STATUS.
006600
006700     SELECT RUNCAL-FILE ASSIGN TO RUNCALF
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-RUNCAL-STATUS.
007000
007100     SELECT SGEN-REPORT-FILE ASSIGN TO SGENRPT
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  PARM-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900 01  PARM-RECORD.
008000     05  PARM-LOOP-NAME             PIC X(08).
008100     05  FILLER                     PIC X(72).
008200
008300 FD  SNDR-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  SNDR-RECORD.
008700     05  SNDR-ID                    PIC X(10).
008800         88  SNDR-IS-TRAILER                   VALUE
008900             '*TRAILER*'.
009000         88  SNDR-IS-HEADER                    VALUE
009100             '*HEADER*'.
009200     05  SNDR-BODY                  PIC X(37).
009300
009400 FD  TRAN-OUT-FILE
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700 COPY TRANREC.
009800
009900 FD  SORD-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 COPY SORDREC.
010200
010300 FD  ACCT-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 COPY ACCTREC.
010600
010700 FD  SOLOG-FILE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000 COPY SORDLOG.
011100
011200 FD  RUNCAL-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500 COPY RUNCAL.
011600
011700 FD  SGEN-REPORT-FILE
011800     RECORDING MODE IS F
011900     LABEL RECORDS ARE STANDARD.
012000 01  RPT-LINE                       PIC X(132).
012100
012200 WORKING-STORAGE SECTION.
012300*****************************************************************
012400*  SWITCHES AND COUNTERS
012500*****************************************************************
012600 77  WS-PARM-STATUS                 PIC X(02) VALUE SPACES.
012700 77  WS-SNDR-STATUS                 PIC X(02) VALUE SPACES.
012800 77  WS-TOUT-STATUS                 PIC X(02) VALUE SPACES.
012900 77  WS-SORD-STATUS                 PIC X(02) VALUE SPACES.
013000 77  WS-ACCT-STATUS                 PIC X(02) VALUE SPACES.
013100 77  WS-SOLOG-STATUS                PIC X(02) VALUE SPACES.
013200 77  WS-RUNCAL-STATUS               PIC X(02) VALUE SPACES.
013300 77  WS-PROGRAM-NAME                PIC X(08) VALUE 'SORDGEN'.
013400 77  WS-INST-NAME                   PIC X(08) VALUE SPACES.
013500 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
013600 77  WS-SNDR-CNT                    PIC 9(07) VALUE 0.
013700 77  WS-ORDER-CNT                   PIC 9(07) VALUE 0.
013800 77  WS-GEN-CNT                     PIC 9(07) VALUE 0.
013900 77  WS-GEN-AMT                     PIC 9(09)V99 VALUE 0.
014000 77  WS-SKIP-CLOSED-CNT             PIC 9(07) VALUE 0.
014100 77  WS-SKIP-NOACCT-CNT             PIC 9(07) VALUE 0.
014200 77  WS-RERUN-CNT                   PIC 9(07) VALUE 0.
014300 77  WS-LIMIT-CNT                   PIC 9(07) VALUE 0.
014400 77  WS-OUT-TRL-CNT                 PIC 9(07) VALUE 0.
014500 77  WS-OUT-TRL-AMT                 PIC 9(09)V99 VALUE 0.
014600 77  WS-OCC-CNT                     PIC 9(03) COMP VALUE 0.
014700 77  WS-OCC-MAX                     PIC 9(03) COMP VALUE 400.
014800 77  WS-DUE-DATE                    PIC 9(08) VALUE ZERO.
014900 77  WS-ROLL-DATE                   PIC 9(08) VALUE ZERO.
015000 77  WS-MONTH-STEP                  PIC 9(01) VALUE 0.
015100 77  WS-MONTH-CALC                  PIC 9(02) VALUE 0.
015200 77  WS-HOL-MAX-ENTRIES             PIC 9(03) COMP VALUE 400.
015300 77  WS-HOL-COUNT                   PIC 9(03) COMP VALUE 0.
015400 77  WS-HOL-IX                      PIC 9(03) COMP VALUE 0.
015500 77  WS-STEP-CNT                    PIC 9(03) COMP VALUE 0.
015600 77  WS-STEP-MAX                    PIC 9(03) COMP VALUE 400.
015700 77  WS-LEAP-QUOT                   PIC 9(04) COMP VALUE 0.
015800 77  WS-LEAP-REM                    PIC 9(04) COMP VALUE 0.
015900 77  WS-MONTH-MAX-DAY               PIC 9(02) VALUE 0.
016000
016100 01  WS-CURRENT-DATE-TIME.
016200     05  WS-RUN-DATE                PIC 9(08).
016300     05  WS-RUN-TIME                PIC 9(08).
016400
016500 01  WS-SWITCHES.
016600     05  WS-SNDR-EOF-SW             PIC X(01) VALUE 'N'.
016700         88  WS-SNDR-EOF                       VALUE 'Y'.
016800     05  WS-SNDR-OPEN-SW            PIC X(01) VALUE 'N'.
016900         88  WS-SNDR-OPEN                      VALUE 'Y'.
017000     05  WS-SORD-EOF-SW             PIC X(01) VALUE 'N'.
017100         88  WS-SORD-EOF                       VALUE 'Y'.
017200     05  WS-SORD-OPEN-SW            PIC X(01) VALUE 'N'.
017300         88  WS-SORD-OPEN                      VALUE 'Y'.
017400     05  WS-ACCT-OPEN-SW            PIC X(01) VALUE 'N'.
017500         88  WS-ACCT-OPEN                      VALUE 'Y'.
017600     05  WS-RUNCAL-EOF-SW           PIC X(01) VALUE 'N'.
017700         88  WS-RUNCAL-EOF                     VALUE 'Y'.
017800     05  WS-TRL-SEEN-SW             PIC X(01) VALUE 'N'.
017900         88  WS-TRL-SEEN                       VALUE 'Y'.
018000     05  WS-OCC-DUE-SW              PIC X(01) VALUE 'N'.
018100         88  WS-OCC-DUE                        VALUE 'Y'
018200             WHEN SET TO FALSE IS 'N'.
018300     05  WS-LEAP-YEAR-SW            PIC X(01) VALUE 'N'.
018400         88  WS-LEAP-YEAR                      VALUE 'Y'
018500             WHEN SET TO FALSE IS 'N'.
018600     05  WS-NON-PROC-SW             PIC X(01) VALUE 'N'.
018700         88  WS-NON-PROC-DAY                   VALUE 'Y'
018800             WHEN SET TO FALSE IS 'N'.
018900     05  WS-RESULT                  PIC X(01) VALUE SPACE.
019000         88  WS-RESULT-GENERATED               VALUE 'G'.
019100         88  WS-RESULT-CLOSED                  VALUE 'C'.
019200         88  WS-RESULT-NO-ACCOUNT              VALUE 'N'.
019300
019400*****************************************************************
019500*  TRAILER WORK AREA FOR THE SENDER FILE'S DECLARED COUNT AND
019600*  AMOUNT.  ZERO WHEN THERE IS NO SENDER FILE.
019700*****************************************************************
019800 01  WS-TRL-WORK.
019900     05  WS-TRL-COUNT               PIC 9(07) VALUE 0.
020000     05  WS-TRL-AMOUNT              PIC 9(09)V99 VALUE 0.
020100     05  FILLER                     PIC X(19) VALUE SPACES.
020200
020300*****************************************************************
020400*  TRAN-ID OF A GENERATED OCCURRENCE: 'S', THE ORDER ID, AND
020500*  THE OCCURRENCE NUMBER.
020600*****************************************************************
020700 01  WS-GEN-TRAN-ID.
020800     05  FILLER                     PIC X(01) VALUE 'S'.
020900     05  WS-GEN-ORDER-ID            PIC X(05).
021000     05  WS-GEN-SEQ                 PIC 9(04).
021100
021200*****************************************************************
021300*  HOLIDAY SCHEDULE TABLE, LOADED FROM THE 'H' RECORDS BEHIND
021400*  THE CURRENT-DATE RECORD OF THE RUN CALENDAR.
021500*****************************************************************
021600 01  WS-HOL-TABLE.
021700     05  WS-HOL-DATE OCCURS 400 TIMES
021800                                    PIC 9(08).
021900
022000*****************************************************************
022100*  DATE WORK AREA FOR THE DUE-DATE SCHEDULE AND ROLL.
022200*****************************************************************
022300 01  WS-DATE-WORK                   PIC 9(08) VALUE ZERO.
022400 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
022500     05  WS-WORK-YEAR               PIC 9(04).
022600     05  WS-WORK-MONTH              PIC 9(02).
022700     05  WS-WORK-DAY                PIC 9(02).
022800
022900*****************************************************************
023000*  DAY-OF-WEEK WORK AREA (ZELLER'S CONGRUENCE).  THE RESULT IS
023100*  0 FOR SATURDAY, 1 FOR SUNDAY, 2 FOR MONDAY, AND SO ON.
023200*****************************************************************
023300 01  WS-ZELLER-WORK.
023400     05  WS-Z-YEAR                  PIC 9(04) COMP VALUE 0.
023500     05  WS-Z-MONTH                 PIC 9(02) COMP VALUE 0.
023600     05  WS-Z-CENT                  PIC 9(02) COMP VALUE 0.
023700     05  WS-Z-YY                    PIC 9(02) COMP VALUE 0.
023800     05  WS-Z-TERM                  PIC 9(04) COMP VALUE 0.
023900     05  WS-Z-SUM                   PIC 9(05) COMP VALUE 0.
024000     05  WS-Z-QUOT                  PIC 9(05) COMP VALUE 0.
024100     05  WS-Z-DOW                   PIC 9(01) COMP VALUE 0.
024200
024300*****************************************************************
024400*  PRINT-IMAGE LINES
024500*****************************************************************
024600 01  WS-HDG-1.
024700     05  FILLER                     PIC X(44) VALUE
024800         'SORDGEN STANDING-ORDER GENERATION REPORT'.
024900     05  FILLER                     PIC X(10) VALUE
025000         'INSTANCE:'.
025100     05  HDG-INST-NAME              PIC X(08).
025200     05  FILLER                     PIC X(04) VALUE SPACES.
025300     05  FILLER                     PIC X(15) VALUE
025400         'BUSINESS DATE:'.
025500     05  HDG-BUS-DATE               PIC 9(08).
025600     05  FILLER                     PIC X(43) VALUE SPACES.
025700
025800 01  WS-HDG-2.
025900     05  FILLER                     PIC X(08) VALUE 'ORDER'.
026000     05  FILLER                     PIC X(13) VALUE 'ACCOUNT'.
026100     05  FILLER                     PIC X(04) VALUE 'T'.
026200     05  FILLER                     PIC X(04) VALUE 'F'.
026300     05  FILLER                     PIC X(11) VALUE 'DUE DATE'.
026400     05  FILLER                     PIC X(11) VALUE 'TRAN-DATE'.
026500     05  FILLER                     PIC X(13) VALUE 'TRAN-ID'.
026600     05  FILLER                     PIC X(15) VALUE
026700         '      AMOUNT'.
026800     05  FILLER                     PIC X(53) VALUE 'RESULT'.
026900
027000 01  WS-DET-LINE.
027100     05  DET-ORDER-ID               PIC X(05).
027200     05  FILLER                     PIC X(03) VALUE SPACES.
027300     05  DET-ACCOUNT                PIC X(10).
027400     05  FILLER                     PIC X(03) VALUE SPACES.
027500     05  DET-TYPE-CODE              PIC X(01).
027600     05  FILLER                     PIC X(03) VALUE SPACES.
027700     05  DET-FREQUENCY              PIC X(01).
027800     05  FILLER                     PIC X(03) VALUE SPACES.
027900     05  DET-DUE-DATE               PIC 9(08).
028000     05  FILLER                     PIC X(03) VALUE SPACES.
028100     05  DET-TRAN-DATE              PIC 9(08).
028200     05  FILLER                     PIC X(03) VALUE SPACES.
028300     05  DET-TRAN-ID                PIC X(10).
028400     05  FILLER                     PIC X(03) VALUE SPACES.
028500     05  DET-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
028600     05  FILLER                     PIC X(03) VALUE SPACES.
028700     05  DET-RESULT                 PIC X(30).
028800     05  FILLER                     PIC X(23) VALUE SPACES.
028900
029000 01  WS-TOT-LINE.
029100     05  TOT-LABEL                  PIC X(40).
029200     05  TOT-COUNT                  PIC ZZZZZZ9.
029300     05  FILLER                     PIC X(85) VALUE SPACES.
029400
029500 01  WS-AMT-LINE.
029600     05  AMT-LABEL                  PIC X(40).
029700     05  AMT-VALUE                  PIC ZZZ,ZZZ,ZZ9.99.
029800     05  FILLER                     PIC X(78) VALUE SPACES.
029900
030000 PROCEDURE DIVISION.
030100*****************************************************************
030200*  0000-MAINLINE
030300*****************************************************************
030400 0000-MAINLINE.
030500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
030600     PERFORM 2000-COPY-SENDER THRU 2000-COPY-SENDER-EXIT
030700         UNTIL WS-SNDR-EOF.
030800     PERFORM 3000-PROCESS-ORDER THRU 3000-PROCESS-ORDER-EXIT
030900         UNTIL WS-SORD-EOF.
031000     PERFORM 5000-FINISH THRU 5000-FINISH-EXIT.
031100     STOP RUN.
031200
031300*****************************************************************
031400*  1000-INITIALIZE  --  SET THE BUSINESS DATE AND LOAD THE
031500*                    HOLIDAY SCHEDULE, READ THE PARAMETER, OPEN
031600*                    EVERY FILE, AND PRIME THE READS.  THE OUTPUT
031700*                    FILE AND THE GENERATION LOG ARE REQUIRED.  A
031800*                    MISSING SENDER FILE MEANS THE INSTANCE'S
031900*                    INPUT IS STANDING ORDERS ONLY TODAY; A
032000*                    MISSING MASTER MEANS NO ORDERS HAVE BEEN SET
032100*                    UP YET AND THE SENDER FILE PASSES THROUGH
032200*                    UNCHANGED; A MISSING ACCOUNT MASTER SKIPS
032300*                    THE ACCOUNT CHECK, AS IT DOES IN TRANEDIT.
032400*****************************************************************
032500 1000-INITIALIZE.
032600     PERFORM 1100-SET-BUSINESS-DATE
032700         THRU 1100-SET-BUSINESS-DATE-EXIT.
032800     PERFORM 1200-READ-PARM THRU 1200-READ-PARM-EXIT.
032900     OPEN OUTPUT TRAN-OUT-FILE.
033000     IF WS-TOUT-STATUS NOT = '00'
033100         DISPLAY 'SORDGEN0002E - OUTPUT TRANSACTION FILE COULD '
033200             'NOT BE OPENED (STATUS ' WS-TOUT-STATUS ')'
033300         MOVE 16 TO RETURN-CODE
033400         STOP RUN
033500     END-IF.
033600     OPEN EXTEND SOLOG-FILE.
033700     IF WS-SOLOG-STATUS = '35'
033800         OPEN OUTPUT SOLOG-FILE
033900     END-IF.
034000     IF WS-SOLOG-STATUS NOT = '00'
034100         DISPLAY 'SORDGEN0007E - GENERATION LOG COULD NOT BE '
034200             'OPENED (STATUS ' WS-SOLOG-STATUS ') - NOTHING '
034300             'GENERATED'
034400         MOVE 16 TO RETURN-CODE
034500         STOP RUN
034600     END-IF.
034700     OPEN INPUT SNDR-FILE.
034800     IF WS-SNDR-STATUS = '00'
034900         SET WS-SNDR-OPEN TO TRUE
035000         PERFORM 2100-READ-SENDER THRU 2100-READ-SENDER-EXIT
035100     ELSE
035200         DISPLAY 'SORDGEN0003W - NO SENDER FILE (STATUS '
035300             WS-SNDR-STATUS ') - INPUT IS STANDING ORDERS ONLY'
035400         SET WS-SNDR-EOF TO TRUE
035500     END-IF.
035600     OPEN I-O SORD-FILE.
035700     IF WS-SORD-STATUS = '35'
035800         DISPLAY 'SORDGEN0004W - NO STANDING-ORDER MASTER - '
035900             'NOTHING GENERATED'
036000         SET WS-SORD-EOF TO TRUE
036100     ELSE
036200         IF WS-SORD-STATUS NOT = '00'
036300             DISPLAY 'SORDGEN0005E - STANDING-ORDER MASTER '
036400                 'COULD NOT BE OPENED (STATUS ' WS-SORD-STATUS
036500                 ') - NOTHING GENERATED'
036600             MOVE 16 TO RETURN-CODE
036700             STOP RUN
036800         END-IF
036900         SET WS-SORD-OPEN TO TRUE
037000         PERFORM 3900-READ-ORDER THRU 3900-READ-ORDER-EXIT
037100     END-IF.
037200     OPEN INPUT ACCT-FILE.
037300     IF WS-ACCT-STATUS = '00'
037400         SET WS-ACCT-OPEN TO TRUE
037500     ELSE
037600         DISPLAY 'SORDGEN0006W - ACCOUNT MASTER COULD NOT BE '
037700             'OPENED (STATUS ' WS-ACCT-STATUS ') - ACCOUNT '
037800             'CHECK SKIPPED'
037900     END-IF.
038000     OPEN OUTPUT SGEN-REPORT-FILE.
038100     MOVE WS-INST-NAME     TO HDG-INST-NAME.
038200     MOVE WS-BUSINESS-DATE TO HDG-BUS-DATE.
038300     MOVE WS-HDG-1 TO RPT-LINE.
038400     WRITE RPT-LINE.
038500     MOVE WS-HDG-2 TO RPT-LINE.
038600     WRITE RPT-LINE.
038700 1000-INITIALIZE-EXIT.
038800     EXIT.
038900
039000*****************************************************************
039100*  1100-SET-BUSINESS-DATE  --  THE RUN CALENDAR NAMES THE DATE
039200*                    OCCURRENCES ARE GENERATED UP TO, AND ITS 'H'
039300*                    RECORDS ARE THE HOLIDAYS A DUE DATE ROLLS
039400*                    PAST.  A MISSING OR UNREADABLE CALENDAR
039500*                    FALLS BACK TO THE SYSTEM DATE WITH WEEKENDS
039600*                    AS THE ONLY NON-PROCESSING DAYS.
039700*****************************************************************
039800 1100-SET-BUSINESS-DATE.
039900     OPEN INPUT RUNCAL-FILE.
040000     IF WS-RUNCAL-STATUS NOT = '00'
040100         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
040200         GO TO 1100-SET-BUSINESS-DATE-EXIT
040300     END-IF.
040400     READ RUNCAL-FILE
040500         AT END
040600             ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
040700             CLOSE RUNCAL-FILE
040800             GO TO 1100-SET-BUSINESS-DATE-EXIT
040900     END-READ.
041000     IF CAL-BUS-DATE NUMERIC
041100         MOVE CAL-BUS-DATE TO WS-BUSINESS-DATE
041200     ELSE
041300         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
041400     END-IF.
041500     PERFORM 1150-LOAD-HOLIDAYS THRU 1150-LOAD-HOLIDAYS-EXIT
041600         UNTIL WS-RUNCAL-EOF.
041700     CLOSE RUNCAL-FILE.
041800 1100-SET-BUSINESS-DATE-EXIT.
041900     EXIT.
042000
042100*****************************************************************
042200*  1150-LOAD-HOLIDAYS  --  READ THE 'H' SCHEDULE RECORDS INTO THE
042300*                    TABLE.  MORE RECORDS THAN THE TABLE HOLDS
042400*                    IS FATAL RATHER THAN A SILENTLY SHORTENED
042500*                    SCHEDULE.  ANYTHING THAT IS NOT A NUMERIC
042600*                    HOLIDAY RECORD IS IGNORED.
042700*****************************************************************
042800 1150-LOAD-HOLIDAYS.
042900     READ RUNCAL-FILE
043000         AT END
043100             SET WS-RUNCAL-EOF TO TRUE
043200             GO TO 1150-LOAD-HOLIDAYS-EXIT
043300     END-READ.
043400     IF CAL-STATUS-HOLIDAY AND CAL-BUS-DATE NUMERIC
043500         IF WS-HOL-COUNT >= WS-HOL-MAX-ENTRIES
043600             DISPLAY 'SORDGEN0008E - HOLIDAY SCHEDULE EXCEEDS '
043700                 WS-HOL-MAX-ENTRIES ' RECORDS - TABLE FULL'
043800             MOVE 16 TO RETURN-CODE
043900             STOP RUN
044000         END-IF
044100         ADD 1 TO WS-HOL-COUNT
044200         MOVE CAL-BUS-DATE TO WS-HOL-DATE (WS-HOL-COUNT)
044300     END-IF.
044400 1150-LOAD-HOLIDAYS-EXIT.
044500     EXIT.
044600
044700*****************************************************************
044800*  1200-READ-PARM  --  THE PARAMETER NAMES THE LOOP INSTANCE
044900*                    WHOSE INPUT IS BEING BUILT.  ONLY THAT
045000*                    INSTANCE'S ORDERS ARE GENERATED.  WITHOUT IT
045100*                    THERE IS NO TELLING WHICH ORDERS BELONG IN
045200*                    THIS FILE, SO NOTHING IS DONE.
045300*****************************************************************
045400 1200-READ-PARM.
045500     OPEN INPUT PARM-FILE.
045600     IF WS-PARM-STATUS NOT = '00'
045700         DISPLAY 'SORDGEN0001E - NO GENERATION PARAMETER '
045800             '(STATUS ' WS-PARM-STATUS ') - THE INSTANCE MUST '
045900             'BE NAMED'
046000         MOVE 16 TO RETURN-CODE
046100         STOP RUN
046200     END-IF.
046300     READ PARM-FILE
046400         AT END
046500             MOVE SPACES TO PARM-LOOP-NAME
046600     END-READ.
046700     CLOSE PARM-FILE.
046800     IF PARM-LOOP-NAME = SPACES
046900         DISPLAY 'SORDGEN0001E - NO GENERATION PARAMETER '
047000             '(STATUS ' WS-PARM-STATUS ') - THE INSTANCE MUST '
047100             'BE NAMED'
047200         MOVE 16 TO RETURN-CODE
047300         STOP RUN
047400     END-IF.
047500     MOVE PARM-LOOP-NAME TO WS-INST-NAME.
047600 1200-READ-PARM-EXIT.
047700     EXIT.
047800
047900*****************************************************************
048000*  2000-COPY-SENDER  --  PASS ONE SENDER RECORD THROUGH TO THE
048100*                    OUTPUT UNCHANGED.  THE HEADER GOES FIRST,
048200*                    AS IT CAME, FOR TRANEDIT'S FEED CHECK.  THE
048300*                    TRAILER IS HELD BACK: ITS DECLARED TOTALS
048400*                    ARE CARRIED INTO THE ONE TRAILER WRITTEN AT
048500*                    THE END.  A TRAILER WITH NON-NUMERIC TOTALS
048600*                    IS PASSED THROUGH FOR TRANEDIT TO REPORT.
048700*****************************************************************
048800 2000-COPY-SENDER.
048900     IF SNDR-IS-TRAILER
049000         MOVE SNDR-BODY TO WS-TRL-WORK
049100         IF WS-TRL-COUNT NUMERIC AND WS-TRL-AMOUNT NUMERIC
049200             SET WS-TRL-SEEN TO TRUE
049300         ELSE
049400             MOVE SNDR-RECORD TO TRAN-RECORD
049500             WRITE TRAN-RECORD
049600             MOVE ZERO TO WS-TRL-COUNT
049700             MOVE ZERO TO WS-TRL-AMOUNT
049800         END-IF
049900     ELSE
050000         MOVE SNDR-RECORD TO TRAN-RECORD
050100         WRITE TRAN-RECORD
050200         IF NOT SNDR-IS-HEADER
050300             ADD 1 TO WS-SNDR-CNT
050400         END-IF
050500     END-IF.
050600     PERFORM 2100-READ-SENDER THRU 2100-READ-SENDER-EXIT.
050700 2000-COPY-SENDER-EXIT.
050800     EXIT.
050900
051000 2100-READ-SENDER.
051100     READ SNDR-FILE
051200         AT END
051300             SET WS-SNDR-EOF TO TRUE
051400     END-READ.
051500 2100-READ-SENDER-EXIT.
051600     EXIT.
051700
051800*****************************************************************
051900*  3000-PROCESS-ORDER  --  ONE STANDING ORDER FROM THE MASTER.
052000*                    ORDERS FOR OTHER INSTANCES ARE PASSED OVER.
052100*****************************************************************
052200 3000-PROCESS-ORDER.
052300     IF SORD-LOOP-NAME = WS-INST-NAME
052400         PERFORM 3100-GENERATE-ORDER
052500             THRU 3100-GENERATE-ORDER-EXIT
052600     END-IF.
052700     PERFORM 3900-READ-ORDER THRU 3900-READ-ORDER-EXIT.
052800 3000-PROCESS-ORDER-EXIT.
052900     EXIT.
053000
053100*****************************************************************
053200*  3100-GENERATE-ORDER  --  TAKE EVERY OCCURRENCE OF THE ORDER
053300*                    NOW DUE AND PUT THE ORDER BACK WITH ITS
053400*                    PROGRESS.  IF THIS BUSINESS DATE HAS ALREADY
053500*                    TAKEN OCCURRENCES OF THE ORDER, THIS IS A
053600*                    RERUN: THE PROGRESS IS SET BACK TO WHERE IT
053700*                    STOOD BEFORE THAT RUN SO THE SAME
053800*                    OCCURRENCES ARE TAKEN AGAIN UNDER THE SAME
053900*                    TRAN-IDS, AND NOTHING IS TAKEN TWICE.
054000*                    SUSPENDED AND CANCELLED ORDERS TAKE NOTHING.
054100*****************************************************************
054200 3100-GENERATE-ORDER.
054300     ADD 1 TO WS-ORDER-CNT.
054400     IF SORD-LAST-RUN-DATE = WS-BUSINESS-DATE
054500         MOVE SORD-PRIOR-GEN-COUNT TO SORD-GEN-COUNT
054600         MOVE SORD-PRIOR-DUE-DATE  TO SORD-LAST-DUE-DATE
054700         ADD 1 TO WS-RERUN-CNT
054800     ELSE
054900         MOVE SORD-GEN-COUNT       TO SORD-PRIOR-GEN-COUNT
055000         MOVE SORD-LAST-DUE-DATE   TO SORD-PRIOR-DUE-DATE
055100     END-IF.
055200     MOVE ZERO TO WS-OCC-CNT.
055300     IF SORD-STATUS-ACTIVE AND SORD-FREQ-VALID
055400         PERFORM 3200-NEXT-OCCURRENCE
055500             THRU 3200-NEXT-OCCURRENCE-EXIT
055600         PERFORM 3300-TAKE-OCCURRENCE
055700             THRU 3300-TAKE-OCCURRENCE-EXIT
055800             UNTIL NOT WS-OCC-DUE
055900     END-IF.
056000     IF WS-OCC-CNT > ZERO
056100         MOVE WS-BUSINESS-DATE TO SORD-LAST-RUN-DATE
056200     END-IF.
056300     REWRITE SORD-RECORD.
056400     IF WS-SORD-STATUS NOT = '00'
056500         DISPLAY 'SORDGEN0009E - STANDING-ORDER MASTER REWRITE '
056600             'FAILED (STATUS ' WS-SORD-STATUS ') FOR ORDER '
056700             SORD-ID
056800         MOVE 16 TO RETURN-CODE
056900         STOP RUN
057000     END-IF.
057100 3100-GENERATE-ORDER-EXIT.
057200     EXIT.
057300
057400*****************************************************************
057500*  3200-NEXT-OCCURRENCE  --  THE SCHEDULED DATE OF THE ORDER'S
057600*                    NEXT OCCURRENCE, AND THE PROCESSING DAY IT
057700*                    ROLLS TO.  IT IS DUE IF THAT PROCESSING DAY
057800*                    IS NOT AFTER THE BUSINESS DATE AND THE
057900*                    SCHEDULED DATE IS NOT AFTER THE ORDER'S END
058000*                    DATE.
058100*****************************************************************
058200 3200-NEXT-OCCURRENCE.
058300     SET WS-OCC-DUE TO FALSE.
058400     IF SORD-GEN-COUNT = ZERO
058500         PERFORM 3210-FIRST-DUE THRU 3210-FIRST-DUE-EXIT
058600     ELSE
058700         PERFORM 3220-FOLLOWING-DUE THRU 3220-FOLLOWING-DUE-EXIT
058800     END-IF.
058900     MOVE WS-DATE-WORK TO WS-DUE-DATE.
059000     IF SORD-END-DATE NOT = ZERO
059100         AND WS-DUE-DATE > SORD-END-DATE
059200         GO TO 3200-NEXT-OCCURRENCE-EXIT
059300     END-IF.
059400     PERFORM 8700-CHECK-PROCESSING
059500         THRU 8700-CHECK-PROCESSING-EXIT.
059600     IF WS-NON-PROC-DAY
059700         PERFORM 8500-NEXT-PROCESSING-DAY
059800             THRU 8500-NEXT-PROCESSING-DAY-EXIT
059900     END-IF.
060000     MOVE WS-DATE-WORK TO WS-ROLL-DATE.
060100     IF WS-ROLL-DATE NOT > WS-BUSINESS-DATE
060200         SET WS-OCC-DUE TO TRUE
060300     END-IF.
060400 3200-NEXT-OCCURRENCE-EXIT.
060500     EXIT.
060600
060700*****************************************************************
060800*  3210-FIRST-DUE  --  THE FIRST OCCURRENCE OF A NEW ORDER: THE
060900*                    START DATE ITSELF FOR A WEEKLY ORDER, THE
061000*                    FIRST PROCESSING DAY ON OR AFTER IT FOR A
061100*                    DAILY ONE, AND THE FIRST ORDER DAY ON OR
061200*                    AFTER IT IN THE START MONTH OR THE MONTH ONE
061300*                    PERIOD LATER FOR A MONTHLY OR QUARTERLY ONE.
061400*****************************************************************
061500 3210-FIRST-DUE.
061600     MOVE SORD-START-DATE TO WS-DATE-WORK.
061700     EVALUATE TRUE
061800         WHEN SORD-FREQ-DAILY
061900             PERFORM 8700-CHECK-PROCESSING
062000                 THRU 8700-CHECK-PROCESSING-EXIT
062100             IF WS-NON-PROC-DAY
062200                 PERFORM 8500-NEXT-PROCESSING-DAY
062300                     THRU 8500-NEXT-PROCESSING-DAY-EXIT
062400             END-IF
062500         WHEN SORD-FREQ-MONTHLY
062600         WHEN SORD-FREQ-QUARTERLY
062700             MOVE ZERO TO WS-MONTH-STEP
062800             PERFORM 8100-ADD-MONTHS THRU 8100-ADD-MONTHS-EXIT
062900             IF WS-DATE-WORK < SORD-START-DATE
063000                 MOVE 1 TO WS-MONTH-STEP
063100                 IF SORD-FREQ-QUARTERLY
063200                     MOVE 3 TO WS-MONTH-STEP
063300                 END-IF
063400                 PERFORM 8100-ADD-MONTHS
063500                     THRU 8100-ADD-MONTHS-EXIT
063600             END-IF
063700         WHEN OTHER
063800             CONTINUE
063900     END-EVALUATE.
064000 3210-FIRST-DUE-EXIT.
064100     EXIT.
064200
064300*****************************************************************
064400*  3220-FOLLOWING-DUE  --  THE OCCURRENCE AFTER THE LAST ONE
064500*                    TAKEN: THE NEXT PROCESSING DAY, SEVEN DAYS
064600*                    ON, OR THE ORDER DAY ONE MONTH OR THREE
064700*                    MONTHS ON.
064800*****************************************************************
064900 3220-FOLLOWING-DUE.
065000     MOVE SORD-LAST-DUE-DATE TO WS-DATE-WORK.
065100     EVALUATE TRUE
065200         WHEN SORD-FREQ-DAILY
065300             PERFORM 8500-NEXT-PROCESSING-DAY
065400                 THRU 8500-NEXT-PROCESSING-DAY-EXIT
065500         WHEN SORD-FREQ-WEEKLY
065600             PERFORM 8000-NEXT-DAY THRU 8000-NEXT-DAY-EXIT
065700                 7 TIMES
065800         WHEN SORD-FREQ-MONTHLY
065900             MOVE 1 TO WS-MONTH-STEP
066000             PERFORM 8100-ADD-MONTHS THRU 8100-ADD-MONTHS-EXIT
066100         WHEN SORD-FREQ-QUARTERLY
066200             MOVE 3 TO WS-MONTH-STEP
066300             PERFORM 8100-ADD-MONTHS THRU 8100-ADD-MONTHS-EXIT
066400     END-EVALUATE.
066500 3220-FOLLOWING-DUE-EXIT.
066600     EXIT.
066700
066800*****************************************************************
066900*  3300-TAKE-OCCURRENCE  --  TAKE THE DUE OCCURRENCE: RECORD IT
067000*                    ON THE ORDER, WRITE IT AS A TRANSACTION
067100*                    UNLESS ITS ACCOUNT IS CLOSED OR NOT ON FILE,
067200*                    LOG AND PRINT IT, AND WORK OUT THE NEXT ONE.
067300*                    AN ORDER FURTHER BEHIND THAN ONE RUN SHOULD
067400*                    EVER CATCH UP, OR ONE THAT HAS USED EVERY
067500*                    TRAN-ID ITS ID ALLOWS, STOPS WITH A WARNING.
067600*****************************************************************
067700 3300-TAKE-OCCURRENCE.
067800     IF WS-OCC-CNT NOT < WS-OCC-MAX
067900         DISPLAY 'SORDGEN0010W - ORDER ' SORD-ID ' HAS MORE '
068000             'THAN ' WS-OCC-MAX ' OCCURRENCES DUE - THE REST '
068100             'ARE LEFT FOR THE NEXT RUN'
068200         ADD 1 TO WS-LIMIT-CNT
068300         SET WS-OCC-DUE TO FALSE
068400         GO TO 3300-TAKE-OCCURRENCE-EXIT
068500     END-IF.
068600     IF SORD-GEN-COUNT NOT < 9999
068700         DISPLAY 'SORDGEN0011W - ORDER ' SORD-ID ' HAS USED '
068800             'ALL ITS TRAN-IDS - NOTHING MORE GENERATED'
068900         ADD 1 TO WS-LIMIT-CNT
069000         SET WS-OCC-DUE TO FALSE
069100         GO TO 3300-TAKE-OCCURRENCE-EXIT
069200     END-IF.
069300     ADD 1 TO WS-OCC-CNT.
069400     ADD 1 TO SORD-GEN-COUNT.
069500     MOVE WS-DUE-DATE    TO SORD-LAST-DUE-DATE.
069600     MOVE SORD-ID        TO WS-GEN-ORDER-ID.
069700     MOVE SORD-GEN-COUNT TO WS-GEN-SEQ.
069800     PERFORM 3400-CHECK-ACCOUNT THRU 3400-CHECK-ACCOUNT-EXIT.
069900     EVALUATE TRUE
070000         WHEN WS-RESULT-GENERATED
070100             MOVE SPACES         TO TRAN-RECORD
070200             MOVE WS-GEN-TRAN-ID TO TRAN-ID
070300             MOVE WS-ROLL-DATE   TO TRAN-DATE
070400             MOVE SORD-AMOUNT    TO TRAN-AMOUNT
070500             MOVE SORD-TYPE-CODE TO TRAN-TYPE-CODE
070600             MOVE SORD-ACCOUNT   TO TRAN-ACCOUNT
070700             WRITE TRAN-RECORD
070800             ADD 1 TO WS-GEN-CNT
070900             ADD SORD-AMOUNT TO WS-GEN-AMT
071000             MOVE 'GENERATED' TO DET-RESULT
071100         WHEN WS-RESULT-CLOSED
071200             ADD 1 TO WS-SKIP-CLOSED-CNT
071300             MOVE 'SKIPPED - ACCOUNT CLOSED' TO DET-RESULT
071400         WHEN OTHER
071500             ADD 1 TO WS-SKIP-NOACCT-CNT
071600             MOVE 'SKIPPED - ACCOUNT NOT ON FILE' TO DET-RESULT
071700     END-EVALUATE.
071800     PERFORM 3500-WRITE-LOG THRU 3500-WRITE-LOG-EXIT.
071900     PERFORM 3600-PRINT-OCCURRENCE
072000         THRU 3600-PRINT-OCCURRENCE-EXIT.
072100     PERFORM 3200-NEXT-OCCURRENCE THRU 3200-NEXT-OCCURRENCE-EXIT.
072200 3300-TAKE-OCCURRENCE-EXIT.
072300     EXIT.
072400
072500*****************************************************************
072600*  3400-CHECK-ACCOUNT  --  AN OCCURRENCE IS WRITTEN ONLY FOR AN
072700*                    ACCOUNT ON THE ACCOUNT MASTER AND STILL
072800*                    OPEN.  WITHOUT AN ACCOUNT MASTER EVERY
072900*                    OCCURRENCE IS WRITTEN.
073000*****************************************************************
073100 3400-CHECK-ACCOUNT.
073200     MOVE 'G' TO WS-RESULT.
073300     IF NOT WS-ACCT-OPEN
073400         GO TO 3400-CHECK-ACCOUNT-EXIT
073500     END-IF.
073600     MOVE SORD-ACCOUNT TO ACCT-NUMBER.
073700     READ ACCT-FILE
073800         INVALID KEY
073900             MOVE 'N' TO WS-RESULT
074000     END-READ.
074100     IF WS-ACCT-STATUS NOT = '00' AND WS-ACCT-STATUS NOT = '23'
074200         DISPLAY 'SORDGEN0012E - ACCOUNT MASTER COULD NOT BE '
074300             'READ (STATUS ' WS-ACCT-STATUS ') FOR ACCOUNT '
074400             SORD-ACCOUNT
074500         MOVE 16 TO RETURN-CODE
074600         STOP RUN
074700     END-IF.
074800     IF WS-RESULT-GENERATED AND ACCT-STATUS-CLOSED
074900         MOVE 'C' TO WS-RESULT
075000     END-IF.
075100 3400-CHECK-ACCOUNT-EXIT.
075200     EXIT.
075300
075400*****************************************************************
075500*  3500-WRITE-LOG  --  APPEND THE OCCURRENCE JUST TAKEN TO THE
075600*                    GENERATION LOG, WITH THE USERS WHO ENTERED
075700*                    AND LAST CHANGED THE ORDER.
075800*****************************************************************
075900 3500-WRITE-LOG.
076000     ACCEPT WS-RUN-TIME FROM TIME.
076100     MOVE WS-BUSINESS-DATE TO SOLOG-RUN-DATE.
076200     MOVE WS-RUN-TIME      TO SOLOG-RUN-TIME.
076300     MOVE WS-INST-NAME     TO SOLOG-LOOP-NAME.
076400     MOVE SORD-ID          TO SOLOG-ORDER-ID.
076500     MOVE WS-GEN-TRAN-ID   TO SOLOG-TRAN-ID.
076600     MOVE WS-DUE-DATE      TO SOLOG-DUE-DATE.
076700     MOVE WS-ROLL-DATE     TO SOLOG-TRAN-DATE.
076800     MOVE SORD-ACCOUNT     TO SOLOG-ACCOUNT.
076900     MOVE SORD-TYPE-CODE   TO SOLOG-TYPE-CODE.
077000     MOVE SORD-AMOUNT      TO SOLOG-AMOUNT.
077100     MOVE WS-RESULT        TO SOLOG-RESULT.
077200     MOVE SORD-ENTERED-BY  TO SOLOG-ENTERED-BY.
077300     MOVE SORD-CHANGED-BY  TO SOLOG-CHANGED-BY.
077400     WRITE SOLOG-RECORD.
077500 3500-WRITE-LOG-EXIT.
077600     EXIT.
077700
077800*****************************************************************
077900*  3600-PRINT-OCCURRENCE  --  ONE REPORT LINE PER OCCURRENCE
078000*                    TAKEN.  THE RESULT IS SET BY THE CALLER.
078100*****************************************************************
078200 3600-PRINT-OCCURRENCE.
078300     MOVE SORD-ID          TO DET-ORDER-ID.
078400     MOVE SORD-ACCOUNT     TO DET-ACCOUNT.
078500     MOVE SORD-TYPE-CODE   TO DET-TYPE-CODE.
078600     MOVE SORD-FREQUENCY   TO DET-FREQUENCY.
078700     MOVE WS-DUE-DATE      TO DET-DUE-DATE.
078800     MOVE WS-ROLL-DATE     TO DET-TRAN-DATE.
078900     MOVE WS-GEN-TRAN-ID   TO DET-TRAN-ID.
079000     MOVE SORD-AMOUNT      TO DET-AMOUNT.
079100     MOVE WS-DET-LINE TO RPT-LINE.
079200     WRITE RPT-LINE.
079300 3600-PRINT-OCCURRENCE-EXIT.
079400     EXIT.
079500
079600 3900-READ-ORDER.
079700     READ SORD-FILE NEXT RECORD
079800         AT END
079900             SET WS-SORD-EOF TO TRUE
080000     END-READ.
080100     IF NOT WS-SORD-EOF AND WS-SORD-STATUS NOT = '00'
080200         DISPLAY 'SORDGEN0013E - STANDING-ORDER MASTER COULD '
080300             'NOT BE READ (STATUS ' WS-SORD-STATUS ')'
080400         MOVE 16 TO RETURN-CODE
080500         STOP RUN
080600     END-IF.
080700 3900-READ-ORDER-EXIT.
080800     EXIT.
080900
081000*****************************************************************
081100*  5000-FINISH  --  WRITE THE TRAILER, PRINT THE TOTALS, CLOSE,
081200*                    AND SET THE RETURN CODE.  THE TRAILER
081300*                    DECLARES THE SENDER'S OWN TOTALS PLUS WHAT
081400*                    WAS GENERATED, SO TRANEDIT STILL BALANCES
081500*                    THE SENDER'S FILE.  A SENDER FILE WITH NO
081600*                    TRAILER GETS NONE, AS BEFORE: THERE IS
081700*                    NOTHING TO BALANCE IT AGAINST.  RETURN CODE
081800*                    0 EVERYTHING DUE WAS GENERATED, 4 ANY
081900*                    OCCURRENCE SKIPPED, ANY ORDER STOPPED SHORT,
082000*                    OR NO SENDER TRAILER.
082100*****************************************************************
082200 5000-FINISH.
082300     IF WS-SNDR-OPEN AND NOT WS-TRL-SEEN
082400         DISPLAY 'SORDGEN0014W - SENDER FILE HAS NO TRAILER - '
082500             'NO TRAILER WRITTEN, NO BALANCE POSSIBLE'
082600     ELSE
082700         COMPUTE WS-OUT-TRL-CNT = WS-TRL-COUNT + WS-GEN-CNT
082800         COMPUTE WS-OUT-TRL-AMT = WS-TRL-AMOUNT + WS-GEN-AMT
082900         MOVE SPACES          TO TRAN-RECORD
083000         MOVE '*TRAILER*'     TO TRAN-ID
083100         MOVE WS-OUT-TRL-CNT  TO TRAN-TRL-COUNT
083200         MOVE WS-OUT-TRL-AMT  TO TRAN-TRL-AMOUNT
083300         WRITE TRAN-RECORD
083400     END-IF.
083500
083600     MOVE SPACES TO RPT-LINE.
083700     WRITE RPT-LINE.
083800     MOVE 'SENDER RECORDS PASSED THROUGH' TO TOT-LABEL.
083900     MOVE WS-SNDR-CNT                     TO TOT-COUNT.
084000     MOVE WS-TOT-LINE TO RPT-LINE.
084100     WRITE RPT-LINE.
084200     MOVE 'STANDING ORDERS FOR THE INSTANCE' TO TOT-LABEL.
084300     MOVE WS-ORDER-CNT                    TO TOT-COUNT.
084400     MOVE WS-TOT-LINE TO RPT-LINE.
084500     WRITE RPT-LINE.
084600     MOVE '  RETAKEN FOR A RERUN'         TO TOT-LABEL.
084700     MOVE WS-RERUN-CNT                    TO TOT-COUNT.
084800     MOVE WS-TOT-LINE TO RPT-LINE.
084900     WRITE RPT-LINE.
085000     MOVE '  STOPPED SHORT - SEE JOB LOG'  TO TOT-LABEL.
085100     MOVE WS-LIMIT-CNT                    TO TOT-COUNT.
085200     MOVE WS-TOT-LINE TO RPT-LINE.
085300     WRITE RPT-LINE.
085400     MOVE 'OCCURRENCES GENERATED'         TO TOT-LABEL.
085500     MOVE WS-GEN-CNT                      TO TOT-COUNT.
085600     MOVE WS-TOT-LINE TO RPT-LINE.
085700     WRITE RPT-LINE.
085800     MOVE 'OCCURRENCES SKIPPED - ACCOUNT CLOSED' TO TOT-LABEL.
085900     MOVE WS-SKIP-CLOSED-CNT              TO TOT-COUNT.
086000     MOVE WS-TOT-LINE TO RPT-LINE.
086100     WRITE RPT-LINE.
086200     MOVE 'OCCURRENCES SKIPPED - NOT ON FILE' TO TOT-LABEL.
086300     MOVE WS-SKIP-NOACCT-CNT              TO TOT-COUNT.
086400     MOVE WS-TOT-LINE TO RPT-LINE.
086500     WRITE RPT-LINE.
086600     MOVE 'AMOUNT GENERATED'              TO AMT-LABEL.
086700     MOVE WS-GEN-AMT                      TO AMT-VALUE.
086800     MOVE WS-AMT-LINE TO RPT-LINE.
086900     WRITE RPT-LINE.
087000     IF WS-SNDR-OPEN AND NOT WS-TRL-SEEN
087100         MOVE 'NO TRAILER WRITTEN' TO RPT-LINE
087200         WRITE RPT-LINE
087300     ELSE
087400         MOVE 'TRAILER DECLARED COUNT'    TO TOT-LABEL
087500         MOVE WS-OUT-TRL-CNT              TO TOT-COUNT
087600         MOVE WS-TOT-LINE TO RPT-LINE
087700         WRITE RPT-LINE
087800         MOVE 'TRAILER DECLARED AMOUNT'   TO AMT-LABEL
087900         MOVE WS-OUT-TRL-AMT              TO AMT-VALUE
088000         MOVE WS-AMT-LINE TO RPT-LINE
088100         WRITE RPT-LINE
088200     END-IF.
088300
088400     IF WS-SNDR-OPEN
088500         CLOSE SNDR-FILE
088600     END-IF.
088700     IF WS-SORD-OPEN
088800         CLOSE SORD-FILE
088900     END-IF.
089000     IF WS-ACCT-OPEN
089100         CLOSE ACCT-FILE
089200     END-IF.
089300     CLOSE TRAN-OUT-FILE.
089400     CLOSE SOLOG-FILE.
089500     CLOSE SGEN-REPORT-FILE.
089600
089700     IF WS-RERUN-CNT > ZERO
089800         DISPLAY 'SORDGEN0015I - RERUN FOR BUSINESS DATE '
089900             WS-BUSINESS-DATE ' - ' WS-RERUN-CNT ' ORDER(S) '
090000             'RETAKEN UNDER THEIR EARLIER TRAN-IDS'
090100     END-IF.
090200     MOVE 0 TO RETURN-CODE.
090300     IF WS-SKIP-CLOSED-CNT > ZERO OR WS-SKIP-NOACCT-CNT > ZERO
090400         DISPLAY 'SORDGEN0016W - '
090500             WS-SKIP-CLOSED-CNT ' OCCURRENCE(S) SKIPPED FOR '
090600             'CLOSED ACCOUNTS, ' WS-SKIP-NOACCT-CNT ' FOR '
090700             'ACCOUNTS NOT ON FILE - SEE GENERATION REPORT'
090800         MOVE 4 TO RETURN-CODE
090900     END-IF.
091000     IF WS-LIMIT-CNT > ZERO
091100         OR (WS-SNDR-OPEN AND NOT WS-TRL-SEEN)
091200         MOVE 4 TO RETURN-CODE
091300     END-IF.
091400 5000-FINISH-EXIT.
091500     EXIT.
091600
091700*****************************************************************
091800*  8000-NEXT-DAY  --  STEP THE WORK DATE FORWARD ONE CALENDAR
091900*                    DAY.
092000*****************************************************************
092100 8000-NEXT-DAY.
092200     PERFORM 8200-MONTH-MAX-DAY THRU 8200-MONTH-MAX-DAY-EXIT.
092300     IF WS-WORK-DAY < WS-MONTH-MAX-DAY
092400         ADD 1 TO WS-WORK-DAY
092500         GO TO 8000-NEXT-DAY-EXIT
092600     END-IF.
092700     MOVE 01 TO WS-WORK-DAY.
092800     IF WS-WORK-MONTH < 12
092900         ADD 1 TO WS-WORK-MONTH
093000     ELSE
093100         MOVE 01 TO WS-WORK-MONTH
093200         ADD 1 TO WS-WORK-YEAR
093300     END-IF.
093400 8000-NEXT-DAY-EXIT.
093500     EXIT.
093600
093700*****************************************************************
093800*  8100-ADD-MONTHS  --  MOVE THE WORK DATE ON WS-MONTH-STEP
093900*                    MONTHS (NONE, ONE, OR THREE) AND SET ITS DAY
094000*                    TO THE ORDER DAY, OR TO THE LAST DAY OF THE
094100*                    MONTH WHEN THE MONTH IS SHORTER.
094200*****************************************************************
094300 8100-ADD-MONTHS.
094400     COMPUTE WS-MONTH-CALC = WS-WORK-MONTH + WS-MONTH-STEP.
094500     IF WS-MONTH-CALC > 12
094600         SUBTRACT 12 FROM WS-MONTH-CALC
094700         ADD 1 TO WS-WORK-YEAR
094800     END-IF.
094900     MOVE WS-MONTH-CALC TO WS-WORK-MONTH.
095000     PERFORM 8200-MONTH-MAX-DAY THRU 8200-MONTH-MAX-DAY-EXIT.
095100     IF SORD-DAY > WS-MONTH-MAX-DAY
095200         MOVE WS-MONTH-MAX-DAY TO WS-WORK-DAY
095300     ELSE
095400         MOVE SORD-DAY TO WS-WORK-DAY
095500     END-IF.
095600 8100-ADD-MONTHS-EXIT.
095700     EXIT.
095800
095900*****************************************************************
096000*  8200-MONTH-MAX-DAY  --  LAST DAY OF THE WORK DATE'S MONTH,
096100*                    RESPECTING LEAP YEARS (DIVISIBLE BY 4,
096200*                    EXCEPT CENTURIES NOT DIVISIBLE BY 400).
096300*****************************************************************
096400 8200-MONTH-MAX-DAY.
096500     SET WS-LEAP-YEAR TO FALSE.
096600     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOT
096700         REMAINDER WS-LEAP-REM.
096800     IF WS-LEAP-REM = ZERO
096900         SET WS-LEAP-YEAR TO TRUE
097000         DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOT
097100             REMAINDER WS-LEAP-REM
097200         IF WS-LEAP-REM = ZERO
097300             SET WS-LEAP-YEAR TO FALSE
097400             DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOT
097500                 REMAINDER WS-LEAP-REM
097600             IF WS-LEAP-REM = ZERO
097700                 SET WS-LEAP-YEAR TO TRUE
097800             END-IF
097900         END-IF
098000     END-IF.
098100     EVALUATE WS-WORK-MONTH
098200         WHEN 01
098300         WHEN 03
098400         WHEN 05
098500         WHEN 07
098600         WHEN 08
098700         WHEN 10
098800         WHEN 12
098900             MOVE 31 TO WS-MONTH-MAX-DAY
099000         WHEN 04
099100         WHEN 06
099200         WHEN 09
099300         WHEN 11
099400             MOVE 30 TO WS-MONTH-MAX-DAY
099500         WHEN 02
099600             IF WS-LEAP-YEAR
099700                 MOVE 29 TO WS-MONTH-MAX-DAY
099800             ELSE
099900                 MOVE 28 TO WS-MONTH-MAX-DAY
100000             END-IF
100100     END-EVALUATE.
100200 8200-MONTH-MAX-DAY-EXIT.
100300     EXIT.
100400
100500*****************************************************************
100600*  8500-NEXT-PROCESSING-DAY  --  STEP THE WORK DATE FORWARD
100700*                    UNTIL IT LANDS ON A PROCESSING DAY.  A
100800*                    RUNAWAY (EVERY DATE FOR MORE THAN A YEAR
100900*                    MARKED NON-PROCESSING, WHICH CAN ONLY BE A
101000*                    MANGLED SCHEDULE) IS A CONTROLLED STOP
101100*                    RATHER THAN A SPIN.
101200*****************************************************************
101300 8500-NEXT-PROCESSING-DAY.
101400     MOVE ZERO TO WS-STEP-CNT.
101500 8500-STEP.
101600     PERFORM 8000-NEXT-DAY THRU 8000-NEXT-DAY-EXIT.
101700     ADD 1 TO WS-STEP-CNT.
101800     IF WS-STEP-CNT > WS-STEP-MAX
101900         DISPLAY 'SORDGEN0017E - NO PROCESSING DAY FOUND '
102000             'WITHIN ' WS-STEP-MAX ' DAYS - HOLIDAY SCHEDULE '
102100             'LOOKS MANGLED'
102200         MOVE 16 TO RETURN-CODE
102300         STOP RUN
102400     END-IF.
102500     PERFORM 8700-CHECK-PROCESSING
102600         THRU 8700-CHECK-PROCESSING-EXIT.
102700     IF WS-NON-PROC-DAY
102800         GO TO 8500-STEP
102900     END-IF.
103000 8500-NEXT-PROCESSING-DAY-EXIT.
103100     EXIT.
103200
103300*****************************************************************
103400*  8700-CHECK-PROCESSING  --  IS THE WORK DATE A PROCESSING DAY?
103500*                    WEEKENDS AND SCHEDULED HOLIDAYS ARE NOT.
103600*****************************************************************
103700 8700-CHECK-PROCESSING.
103800     SET WS-NON-PROC-DAY TO FALSE.
103900     PERFORM 8800-DAY-OF-WEEK THRU 8800-DAY-OF-WEEK-EXIT.
104000     IF WS-Z-DOW = 0 OR WS-Z-DOW = 1
104100         SET WS-NON-PROC-DAY TO TRUE
104200         GO TO 8700-CHECK-PROCESSING-EXIT
104300     END-IF.
104400     MOVE ZERO TO WS-HOL-IX.
104500     PERFORM 8750-CHECK-ONE-HOLIDAY
104600         THRU 8750-CHECK-ONE-HOLIDAY-EXIT
104700         WS-HOL-COUNT TIMES.
104800 8700-CHECK-PROCESSING-EXIT.
104900     EXIT.
105000
105100 8750-CHECK-ONE-HOLIDAY.
105200     ADD 1 TO WS-HOL-IX.
105300     IF WS-HOL-DATE (WS-HOL-IX) = WS-DATE-WORK
105400         SET WS-NON-PROC-DAY TO TRUE
105500     END-IF.
105600 8750-CHECK-ONE-HOLIDAY-EXIT.
105700     EXIT.
105800
105900*****************************************************************
106000*  8800-DAY-OF-WEEK  --  ZELLER'S CONGRUENCE ON THE WORK DATE.
106100*                    JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND
106200*                    14 OF THE PRIOR YEAR.  THE RESULT IN
106300*                    WS-Z-DOW IS 0 FOR SATURDAY, 1 FOR SUNDAY,
106400*                    2 FOR MONDAY, AND SO ON.
106500*****************************************************************
106600 8800-DAY-OF-WEEK.
106700     MOVE WS-WORK-YEAR  TO WS-Z-YEAR.
106800     MOVE WS-WORK-MONTH TO WS-Z-MONTH.
106900     IF WS-Z-MONTH < 3
107000         ADD 12 TO WS-Z-MONTH
107100         SUBTRACT 1 FROM WS-Z-YEAR
107200     END-IF.
107300     DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-CENT
107400         REMAINDER WS-Z-YY.
107500     COMPUTE WS-Z-TERM = 13 * (WS-Z-MONTH + 1).
107600     DIVIDE WS-Z-TERM BY 5 GIVING WS-Z-TERM.
107700     COMPUTE WS-Z-SUM = WS-WORK-DAY + WS-Z-TERM + WS-Z-YY.
107800     DIVIDE WS-Z-YY BY 4 GIVING WS-Z-QUOT.
107900     ADD WS-Z-QUOT TO WS-Z-SUM.
108000     DIVIDE WS-Z-CENT BY 4 GIVING WS-Z-QUOT.
108100     ADD WS-Z-QUOT TO WS-Z-SUM.
108200     COMPUTE WS-Z-SUM = WS-Z-SUM + (5 * WS-Z-CENT).
108300     DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOT
108400         REMAINDER WS-Z-DOW.
108500 8800-DAY-OF-WEEK-EXIT.
108600     EXIT.
