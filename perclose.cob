000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PERCLOSE.
000300 AUTHOR.         R MONTIGNY.
000400 INSTALLATION.   OPERATIONS SUPPORT.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  --------------------
001000*  2026-10-15  RLM  ORIGINAL VERSION.  MONTH-END CLOSE WAS A
001100*                   SPREADSHEET EXERCISE: NOTHING STOPPED A HELLO
001200*                   RERUN, A REVGEN REVERSAL, OR A CALENDAR
001300*                   CHANGE FROM LANDING IN A MONTH FINANCE HAD
001400*                   ALREADY SIGNED OFF.  GIVEN A PERIOD (YYYYMM)
001500*                   THIS JOB PROVES THE PERIOD CLEAN -- EVERY
001600*                   EXTRACT SECTION ACKNOWLEDGED BY THE LEDGER
001700*                   WITH MATCHING TOTALS, NO ITEM STILL WAITING
001800*                   ON THE PENDING-APPROVAL OR DUPLICATE-REVIEW
001900*                   QUEUES FROM ON OR BEFORE THE PERIOD END, AND
002000*                   A SUMMARY RECORD FOR EVERY LOOPCTL INSTANCE
002100*                   ON EVERY PROCESSING DAY -- AND ONLY THEN
002200*                   MARKS IT CLOSED WITH A 'P' RECORD ON THE RUN
002300*                   CALENDAR AND PRINTS A CLOSE CERTIFICATE OF
002400*                   THE PERIOD'S TOTALS FOR FINANCE SIGN-OFF.
002500*                   HELLO, REVGEN, CALROLL AND CALMNT REFUSE ANY
002600*                   DATE INSIDE A CLOSED PERIOD.  A REOPEN
002700*                   REQUEST (USER AND REASON MANDATORY) REMOVES
002800*                   THE 'P' RECORD.  BOTH ACTIONS NEED THE
002900*                   MATCHING PERCLOSE ENTITLEMENT AND ARE
003000*                   APPENDED TO THE PCLHIST HISTORY FILE.
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.    IBM-370.
003600 OBJECT-COMPUTER.    IBM-370.
003700
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PARM-FILE ASSIGN TO PCLPARM
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-PARM-STATUS.
004300
004400     SELECT RUNCAL-FILE ASSIGN TO RUNCALF
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-RUNCAL-STATUS.
004700
004800     SELECT LOOPCTL-FILE ASSIGN TO LOOPCTL
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-LOOPCTL-STATUS.
005100
005200     SELECT ARCH-FILE ASSIGN TO AUDARCH
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-ARCH-STATUS.
005500
005600     SELECT AUDIT-FILE ASSIGN TO AUDITFIL
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-AUDIT-STATUS.
005900
006000     SELECT EXTRACT-FILE ASSIGN TO EXTRFILE
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-EXTR-STATUS.
006300
006400     SELECT ACK-FILE ASSIGN TO ACKFILE
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-ACK-STATUS.
006700
006800     SELECT PEND-FILE ASSIGN TO PENDFILE
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-PEND-STATUS.
007100
007200     SELECT DUP-FILE ASSIGN TO DUPFILE
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-DUP-STATUS.
007500
007600     SELECT ENTL-FILE ASSIGN TO ENTLFILE
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS ENTL-KEY
008000         FILE STATUS IS WS-ENTL-STATUS.
008100
008200     SELECT SECV-FILE ASSIGN TO SECVLOG
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-SECV-STATUS.
008500
008600     SELECT PCLH-FILE ASSIGN TO PCLHIST
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-PCLH-STATUS.
008900
009000     SELECT PCL-REPORT-FILE ASSIGN TO PCLRPT
009100         ORGANIZATION IS LINE SEQUENTIAL.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  PARM-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 01  PARM-RECORD.
009900     05  PARM-ACTION                PIC X(01).
010000         88  PARM-ACTION-CLOSE                 VALUE 'C'.
010100         88  PARM-ACTION-REOPEN                VALUE 'R'.
010200     05  FILLER                     PIC X(01).
010300     05  PARM-PERIOD.
010400         10  PARM-PERIOD-YEAR       PIC 9(04).
010500         10  PARM-PERIOD-MONTH      PIC 9(02).
010600     05  FILLER                     PIC X(01).
010700     05  PARM-USER-ID               PIC X(08).
010800     05  FILLER                     PIC X(01).
010900     05  PARM-REASON                PIC X(60).
011000     05  FILLER                     PIC X(02).
011100
011200 FD  RUNCAL-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500 COPY RUNCAL.
011600
011700 FD  LOOPCTL-FILE
011800     RECORDING MODE IS F
011900     LABEL RECORDS ARE STANDARD.
012000 COPY LOOPCTL.
012100
012200 FD  ARCH-FILE
012300     RECORDING MODE IS F
012400     LABEL RECORDS ARE STANDARD.
012500 01  ARCH-RECORD                    PIC X(158).
012600
012700 FD  AUDIT-FILE
012800     RECORDING MODE IS F
012900     LABEL RECORDS ARE STANDARD.
013000 01  AUDIT-FD-RECORD                PIC X(158).
013100
013200 FD  EXTRACT-FILE
013300     RECORDING MODE IS F
013400     LABEL RECORDS ARE STANDARD.
013500 COPY EXTRREC.
013600
013700 FD  ACK-FILE
013800     RECORDING MODE IS F
013900     LABEL RECORDS ARE STANDARD.
014000 COPY ACKREC.
014100
014200 FD  PEND-FILE
014300     RECORDING MODE IS F
014400     LABEL RECORDS ARE STANDARD.
014500 COPY PENDREC.
014600
014700 FD  DUP-FILE
014800     RECORDING MODE IS F
014900     LABEL RECORDS ARE STANDARD.
015000 COPY DUPREC.
015100
015200 FD  ENTL-FILE
015300     LABEL RECORDS ARE STANDARD.
015400 COPY ENTLREC.
015500
015600 FD  SECV-FILE
015700     RECORDING MODE IS F
015800     LABEL RECORDS ARE STANDARD.
015900 COPY SECVIOL.
016000
016100 FD  PCLH-FILE
016200     RECORDING MODE IS F
016300     LABEL RECORDS ARE STANDARD.
016400 COPY PCLHIST.
016500
016600 FD  PCL-REPORT-FILE
016700     RECORDING MODE IS F
016800     LABEL RECORDS ARE STANDARD.
016900 01  RPT-LINE                       PIC X(132).
017000
017100 WORKING-STORAGE SECTION.
017200*****************************************************************
017300*  SWITCHES AND COUNTERS
017400*****************************************************************
017500 77  WS-PARM-STATUS                 PIC X(02) VALUE SPACES.
017600 77  WS-RUNCAL-STATUS               PIC X(02) VALUE SPACES.
017700 77  WS-LOOPCTL-STATUS              PIC X(02) VALUE SPACES.
017800 77  WS-ARCH-STATUS                 PIC X(02) VALUE SPACES.
017900 77  WS-AUDIT-STATUS                PIC X(02) VALUE SPACES.
018000 77  WS-EXTR-STATUS                 PIC X(02) VALUE SPACES.
018100 77  WS-ACK-STATUS                  PIC X(02) VALUE SPACES.
018200 77  WS-PEND-STATUS                 PIC X(02) VALUE SPACES.
018300 77  WS-DUP-STATUS                  PIC X(02) VALUE SPACES.
018400 77  WS-ENTL-STATUS                 PIC X(02) VALUE SPACES.
018500 77  WS-SECV-STATUS                 PIC X(02) VALUE SPACES.
018600 77  WS-PCLH-STATUS                 PIC X(02) VALUE SPACES.
018700 77  WS-PROGRAM-NAME                PIC X(08) VALUE 'PERCLOSE'.
018800 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
018900 77  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
019000 77  WS-RUN-TIME                    PIC 9(08) VALUE ZERO.
019100 77  WS-PERIOD-START                PIC 9(08) VALUE ZERO.
019200 77  WS-PERIOD-END                  PIC 9(08) VALUE ZERO.
019300 77  WS-LAST-PROC-DATE              PIC 9(08) VALUE ZERO.
019400 77  WS-PROC-DAY-CNT                PIC 9(03) VALUE 0.
019500 77  WS-REJECT-REASON               PIC X(30) VALUE SPACES.
019600 77  WS-LEAP-QUOT                   PIC 9(04) COMP VALUE 0.
019700 77  WS-LEAP-REM                    PIC 9(04) COMP VALUE 0.
019800 77  WS-MONTH-MAX-DAY               PIC 9(02) VALUE 0.
019900 77  WS-DAY-IX                      PIC 9(02) COMP VALUE 0.
020000 77  WS-HOL-MAX-ENTRIES             PIC 9(03) COMP VALUE 400.
020100 77  WS-HOL-COUNT                   PIC 9(03) COMP VALUE 0.
020200 77  WS-HOL-IX                      PIC 9(03) COMP VALUE 0.
020300 77  WS-PCL-MAX-ENTRIES             PIC 9(03) COMP VALUE 120.
020400 77  WS-PCL-COUNT                   PIC 9(03) COMP VALUE 0.
020500 77  WS-PCL-IX                      PIC 9(03) COMP VALUE 0.
020600 77  WS-PCL-FOUND-IX                PIC 9(03) COMP VALUE 0.
020700 77  WS-INS-MAX-ENTRIES             PIC 9(03) COMP VALUE 500.
020800 77  WS-INS-COUNT                   PIC 9(03) COMP VALUE 0.
020900 77  WS-INS-IX                      PIC 9(03) COMP VALUE 0.
021000 77  WS-INS-FOUND-IX                PIC 9(03) COMP VALUE 0.
021100 77  WS-SEC-MAX-ENTRIES             PIC 9(04) COMP VALUE 5000.
021200 77  WS-SEC-COUNT                   PIC 9(04) COMP VALUE 0.
021300 77  WS-SEC-IX                      PIC 9(04) COMP VALUE 0.
021400 77  WS-SEC-FOUND-IX                PIC 9(04) COMP VALUE 0.
021500 77  WS-CURR-HDR-NAME               PIC X(08) VALUE SPACES.
021600 77  WS-CURR-HDR-DATE               PIC 9(08) VALUE ZERO.
021700 77  WS-LOOKUP-NAME                 PIC X(08) VALUE SPACES.
021800 77  WS-LOOKUP-DATE                 PIC 9(08) VALUE ZERO.
021900 77  WS-ITEM-DATE                   PIC 9(08) VALUE ZERO.
022000 77  WS-UNACKED-CNT                 PIC 9(05) VALUE 0.
022100 77  WS-MISMATCH-CNT                PIC 9(05) VALUE 0.
022200 77  WS-NOTRAIL-CNT                 PIC 9(05) VALUE 0.
022300 77  WS-ORPHAN-CNT                  PIC 9(05) VALUE 0.
022400 77  WS-MATCHED-CNT                 PIC 9(05) VALUE 0.
022500 77  WS-HELD-OPEN-CNT               PIC 9(05) VALUE 0.
022600 77  WS-DUP-OPEN-CNT                PIC 9(05) VALUE 0.
022700 77  WS-MISSED-CNT                  PIC 9(05) VALUE 0.
022800 77  WS-EXCEPTION-CNT               PIC 9(05) VALUE 0.
022900 77  WS-REV-RUN-CNT                 PIC 9(05) VALUE 0.
023000 77  WS-REV-TRAN-CNT                PIC 9(09) VALUE 0.
023100 77  WS-REV-AMT                     PIC 9(11)V99 VALUE 0.
023200
023300 01  WS-SWITCHES.
023400     05  WS-RUNCAL-EOF-SW           PIC X(01) VALUE 'N'.
023500         88  WS-RUNCAL-EOF                     VALUE 'Y'.
023600     05  WS-LOOPCTL-EOF-SW          PIC X(01) VALUE 'N'.
023700         88  WS-LOOPCTL-EOF                    VALUE 'Y'.
023800     05  WS-ARCH-EOF-SW             PIC X(01) VALUE 'N'.
023900         88  WS-ARCH-EOF                       VALUE 'Y'.
024000     05  WS-AUDIT-EOF-SW            PIC X(01) VALUE 'N'.
024100         88  WS-AUDIT-EOF                      VALUE 'Y'.
024200     05  WS-EXTR-EOF-SW             PIC X(01) VALUE 'N'.
024300         88  WS-EXTR-EOF                       VALUE 'Y'.
024400     05  WS-ACK-EOF-SW              PIC X(01) VALUE 'N'.
024500         88  WS-ACK-EOF                        VALUE 'Y'.
024600     05  WS-PEND-EOF-SW             PIC X(01) VALUE 'N'.
024700         88  WS-PEND-EOF                       VALUE 'Y'.
024800     05  WS-DUP-EOF-SW              PIC X(01) VALUE 'N'.
024900         88  WS-DUP-EOF                        VALUE 'Y'.
025000     05  WS-ARCH-OPEN-SW            PIC X(01) VALUE 'N'.
025100         88  WS-ARCH-OPEN                      VALUE 'Y'.
025200     05  WS-AUDIT-OPEN-SW           PIC X(01) VALUE 'N'.
025300         88  WS-AUDIT-OPEN                     VALUE 'Y'.
025400     05  WS-ACK-OPEN-SW             PIC X(01) VALUE 'N'.
025500         88  WS-ACK-OPEN                       VALUE 'Y'.
025600     05  WS-LEAP-YEAR-SW            PIC X(01) VALUE 'N'.
025700         88  WS-LEAP-YEAR                      VALUE 'Y'
025800             WHEN SET TO FALSE IS 'N'.
025900     05  WS-HOLIDAY-SW              PIC X(01) VALUE 'N'.
026000         88  WS-IS-HOLIDAY                     VALUE 'Y'
026100             WHEN SET TO FALSE IS 'N'.
026200     05  WS-CAL-COMPLETE-SW         PIC X(01) VALUE 'N'.
026300         88  WS-CAL-COMPLETE                   VALUE 'Y'.
026400     05  WS-USER-ENTITLED-SW        PIC X(01) VALUE 'Y'.
026500         88  WS-USER-ENTITLED                  VALUE 'Y'
026600             WHEN SET TO FALSE IS 'N'.
026700     05  WS-INS-FOUND-SW            PIC X(01) VALUE 'N'.
026800         88  WS-INS-FOUND                      VALUE 'Y'
026900             WHEN SET TO FALSE IS 'N'.
027000     05  WS-SEC-FOUND-SW            PIC X(01) VALUE 'N'.
027100         88  WS-SEC-FOUND                      VALUE 'Y'
027200             WHEN SET TO FALSE IS 'N'.
027300     05  WS-PERIOD-ENDED-SW         PIC X(01) VALUE 'N'.
027400         88  WS-PERIOD-ENDED                   VALUE 'Y'.
027500
027600*****************************************************************
027700*  THE CURRENT-DATE RECORD, PRESERVED THROUGH THE REWRITE, THE
027800*  HOLIDAY SCHEDULE, AND THE CLOSED PERIODS ALREADY ON FILE.
027900*****************************************************************
028000 01  WS-CURRENT-RECORD              PIC X(20) VALUE SPACES.
028100
028200 01  WS-HOL-TABLE.
028300     05  WS-HOL-DATE OCCURS 400 TIMES
028400                                    PIC 9(08).
028500
028600 01  WS-PCL-TABLE.
028700     05  WS-PCL-ENTRY OCCURS 120 TIMES.
028800         10  WS-PCL-START           PIC 9(08).
028900         10  WS-PCL-END             PIC 9(08).
029000
029100*****************************************************************
029200*  THE PERIOD'S DAYS.  A DAY IS A PROCESSING DAY UNLESS IT IS A
029300*  WEEKEND OR ON THE HOLIDAY SCHEDULE, AND A SUMMARY RECORD IS
029400*  DUE FOR IT ONCE THE CALENDAR HAS MOVED PAST IT (OR MARKED IT
029500*  COMPLETE).
029600*****************************************************************
029700 01  WS-DAY-TABLE.
029800     05  WS-DAY-ENTRY OCCURS 31 TIMES.
029900         10  WS-DAY-PROC-SW         PIC X(01).
030000             88  WS-DAY-IS-PROC                VALUE 'Y'.
030100         10  WS-DAY-DUE-SW          PIC X(01).
030200             88  WS-DAY-IS-DUE                 VALUE 'Y'.
030300
030400*****************************************************************
030500*  INSTANCE TABLE.  EVERY LOOPCTL INSTANCE IS EXPECTED ON EVERY
030600*  DUE DAY; A SUMMARY RECORD FOR AN INSTANCE NO LONGER ON
030700*  LOOPCTL STILL GETS AN ENTRY SO ITS TOTALS REACH THE
030800*  CERTIFICATE.  THE DAY FLAGS RECORD WHICH DAYS IT RAN.
030900*****************************************************************
031000 01  WS-INS-TABLE.
031100     05  WS-INS-ENTRY OCCURS 500 TIMES.
031200         10  WS-INS-NAME            PIC X(08).
031300         10  WS-INS-EXPECTED-SW     PIC X(01).
031400             88  WS-INS-EXPECTED               VALUE 'Y'.
031500         10  WS-INS-RUNS            PIC 9(05).
031600         10  WS-INS-CYCLES          PIC 9(09).
031700         10  WS-INS-AMT             PIC 9(11)V99.
031800         10  WS-INS-DR-CNT          PIC 9(07).
031900         10  WS-INS-DR-AMT          PIC 9(11)V99.
032000         10  WS-INS-CR-CNT          PIC 9(07).
032100         10  WS-INS-CR-AMT          PIC 9(11)V99.
032200         10  WS-INS-ADJ-CNT         PIC 9(07).
032300         10  WS-INS-ADJ-AMT         PIC 9(11)V99.
032400         10  WS-INS-DUP-CNT         PIC 9(07).
032500         10  WS-INS-HELD-CNT        PIC 9(07).
032600         10  WS-INS-DAYS.
032700             15  WS-INS-RAN-SW OCCURS 31 TIMES
032800                                    PIC X(01).
032900                 88  WS-INS-RAN                VALUE 'Y'.
033000
033100 01  WS-GRAND-TOTALS.
033200     05  WS-GRD-RUNS                PIC 9(05) VALUE 0.
033300     05  WS-GRD-CYCLES              PIC 9(09) VALUE 0.
033400     05  WS-GRD-AMT                 PIC 9(11)V99 VALUE 0.
033500     05  WS-GRD-DR-CNT              PIC 9(07) VALUE 0.
033600     05  WS-GRD-DR-AMT              PIC 9(11)V99 VALUE 0.
033700     05  WS-GRD-CR-CNT              PIC 9(07) VALUE 0.
033800     05  WS-GRD-CR-AMT              PIC 9(11)V99 VALUE 0.
033900     05  WS-GRD-ADJ-CNT             PIC 9(07) VALUE 0.
034000     05  WS-GRD-ADJ-AMT             PIC 9(11)V99 VALUE 0.
034100     05  WS-GRD-DUP-CNT             PIC 9(07) VALUE 0.
034200     05  WS-GRD-HELD-CNT            PIC 9(07) VALUE 0.
034300
034400*****************************************************************
034500*  EXTRACT-SECTION TABLE, ONE ENTRY PER INSTANCE AND BUSINESS
034600*  DATE IN THE PERIOD -- THE ACKMATCH MATCH, RUN ACROSS EVERY
034700*  DATE OF THE PERIOD AT ONCE.
034800*****************************************************************
034900 01  WS-SEC-TABLE.
035000     05  WS-SEC-ENTRY OCCURS 5000 TIMES.
035100         10  WS-SEC-NAME            PIC X(08).
035200         10  WS-SEC-DATE            PIC 9(08).
035300         10  WS-SEC-CNT             PIC 9(07).
035400         10  WS-SEC-AMT             PIC 9(09)V99.
035500         10  WS-SEC-TRAILER-SW      PIC X(01).
035600             88  WS-SEC-HAS-TRAILER            VALUE 'Y'.
035700         10  WS-SEC-ACKED-SW        PIC X(01).
035800             88  WS-SEC-ACKED                  VALUE 'Y'.
035900
036000*****************************************************************
036100*  DATE WORK AREAS
036200*****************************************************************
036300 01  WS-WORK-DATE                   PIC 9(08) VALUE ZERO.
036400 01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
036500     05  WS-WORK-YEAR               PIC 9(04).
036600     05  WS-WORK-MONTH              PIC 9(02).
036700     05  WS-WORK-DAY                PIC 9(02).
036800
036900*****************************************************************
037000*  DAY-OF-WEEK WORK AREA (ZELLER'S CONGRUENCE).  THE RESULT IS
037100*  0 FOR SATURDAY, 1 FOR SUNDAY, 2 FOR MONDAY, AND SO ON.
037200*****************************************************************
037300 01  WS-ZELLER-WORK.
037400     05  WS-Z-YEAR                  PIC 9(04) COMP VALUE 0.
037500     05  WS-Z-MONTH                 PIC 9(02) COMP VALUE 0.
037600     05  WS-Z-CENT                  PIC 9(02) COMP VALUE 0.
037700     05  WS-Z-YY                    PIC 9(02) COMP VALUE 0.
037800     05  WS-Z-TERM                  PIC 9(04) COMP VALUE 0.
037900     05  WS-Z-SUM                   PIC 9(05) COMP VALUE 0.
038000     05  WS-Z-QUOT                  PIC 9(05) COMP VALUE 0.
038100     05  WS-Z-DOW                   PIC 9(01) COMP VALUE 0.
038200
038300*****************************************************************
038400*  RECORD IMAGES.  THE AUDIT RECORD IS WORKED FROM A
038500*  WORKING-STORAGE COPY SO THE ARCHIVE AND THE ACTIVE TRAIL
038600*  SHARE ONE ACCUMULATE AND NEITHER FD AREA IS TOUCHED WHEN ITS
038700*  FILE IS ABSENT.  THIS LAYOUT MUST TRACK AUDITREC.CPY FIELD
038800*  FOR FIELD.  QUEUED TRANSACTIONS ARE HELD IN THE TRANREC
038900*  LAYOUT.
039000*****************************************************************
039100 01  WS-AUD-RECORD.
039200     05  WS-AUD-REC-TYPE            PIC X(01).
039300         88  WS-AUD-TYPE-SUMMARY               VALUE 'S'.
039400         88  WS-AUD-TYPE-REVERSAL              VALUE 'V'.
039500     05  WS-AUD-PROGRAM-NAME        PIC X(08).
039600     05  WS-AUD-LOOP-NAME           PIC X(08).
039700     05  WS-AUD-RUN-DATE            PIC 9(08).
039800     05  WS-AUD-TIMESTAMP           PIC 9(08).
039900     05  WS-AUD-CNT-VALUE           PIC 9(07).
040000     05  WS-AUD-START-VALUE         PIC 9(07).
040100     05  WS-AUD-CYCLES-DONE         PIC 9(07).
040200     05  WS-AUD-STATUS              PIC X(01).
040300     05  WS-AUD-AMOUNT              PIC 9(09)V99.
040400     05  WS-AUD-BAL-STATUS          PIC X(01).
040500     05  WS-AUD-DEBIT-CNT           PIC 9(07).
040600     05  WS-AUD-DEBIT-AMT           PIC 9(09)V99.
040700     05  WS-AUD-CREDIT-CNT          PIC 9(07).
040800     05  WS-AUD-CREDIT-AMT          PIC 9(09)V99.
040900     05  WS-AUD-ADJ-CNT             PIC 9(07).
041000     05  WS-AUD-ADJ-AMT             PIC 9(09)V99.
041100     05  WS-AUD-UNKNOWN-CNT         PIC 9(07).
041200     05  WS-AUD-DUP-CNT             PIC 9(07).
041300     05  WS-AUD-EXTRACT-FLAG        PIC X(01).
041400         88  WS-AUD-EXTRACT-PRODUCED           VALUE 'Y'.
041500     05  WS-AUD-HELD-CNT            PIC 9(07).
041600     05  WS-AUD-REL-CNT             PIC 9(07).
041700     05  WS-AUD-USER-ID             PIC X(08).
041800
041900 01  WS-IMAGE.
042000     05  WS-IMG-TRAN-ID             PIC X(10).
042100     05  WS-IMG-TRAN-DATE           PIC 9(08).
042200     05  WS-IMG-AMOUNT              PIC 9(07)V99.
042300     05  WS-IMG-TYPE-CODE           PIC X(01).
042400     05  WS-IMG-ACCOUNT             PIC X(10).
042500     05  FILLER                     PIC X(09).
042600
042700*****************************************************************
042800*  PRINT-IMAGE LINES
042900*****************************************************************
043000 01  WS-HDG-1.
043100     05  FILLER                     PIC X(41) VALUE
043200         'PERCLOSE ACCOUNTING-PERIOD CLOSE - PERIOD'.
043300     05  FILLER                     PIC X(01) VALUE SPACES.
043400     05  HDG-PERIOD                 PIC X(06).
043500     05  FILLER                     PIC X(10) VALUE
043600         '  REQUEST '.
043700     05  HDG-ACTION                 PIC X(06).
043800     05  FILLER                     PIC X(08) VALUE
043900         '  USER  '.
044000     05  HDG-USER-ID                PIC X(08).
044100     05  FILLER                     PIC X(52) VALUE SPACES.
044200
044300 01  WS-HDG-2.
044400     05  FILLER                     PIC X(12) VALUE
044500         'PERIOD FROM '.
044600     05  HDG-PERIOD-START           PIC 9(08).
044700     05  FILLER                     PIC X(06) VALUE ' THRU '.
044800     05  HDG-PERIOD-END             PIC 9(08).
044900     05  FILLER                     PIC X(16) VALUE
045000         '  BUSINESS DATE '.
045100     05  HDG-BUSINESS-DATE          PIC 9(08).
045200     05  FILLER                     PIC X(74) VALUE SPACES.
045300
045400 01  WS-SECTION-LINE.
045500     05  SECT-TITLE                 PIC X(60).
045600     05  FILLER                     PIC X(72) VALUE SPACES.
045700
045800 01  WS-EXC-LINE.
045900     05  EXC-LABEL                  PIC X(10).
046000     05  EXC-KEY                    PIC X(10).
046100     05  FILLER                     PIC X(02) VALUE SPACES.
046200     05  EXC-DATE                   PIC X(08).
046300     05  FILLER                     PIC X(02) VALUE SPACES.
046400     05  EXC-TEXT                   PIC X(60).
046500     05  FILLER                     PIC X(40) VALUE SPACES.
046600
046700 01  WS-DIFF-LINE.
046800     05  FILLER                     PIC X(10) VALUE 'MISMATCH'.
046900     05  DIFF-NAME                  PIC X(10).
047000     05  FILLER                     PIC X(02) VALUE SPACES.
047100     05  DIFF-DATE                  PIC 9(08).
047200     05  FILLER                     PIC X(06) VALUE '  EXT '.
047300     05  DIFF-EXT-CNT               PIC ZZZZZZ9.
047400     05  FILLER                     PIC X(01) VALUE '/'.
047500     05  DIFF-EXT-AMT               PIC ZZZZZZZZ9.99.
047600     05  FILLER                     PIC X(06) VALUE '  ACK '.
047700     05  DIFF-ACK-CNT               PIC ZZZZZZ9.
047800     05  FILLER                     PIC X(01) VALUE '/'.
047900     05  DIFF-ACK-AMT               PIC ZZZZZZZZ9.99.
048000     05  FILLER                     PIC X(50) VALUE SPACES.
048100
048200 01  WS-TOT-LINE.
048300     05  TOT-LABEL                  PIC X(44).
048400     05  TOT-COUNT                  PIC ZZZZZZZZ9.
048500     05  FILLER                     PIC X(79) VALUE SPACES.
048600
048700 01  WS-AMT-LINE.
048800     05  AMT-LABEL                  PIC X(44).
048900     05  AMT-VALUE                  PIC ZZZZZZZZZZ9.99.
049000     05  FILLER                     PIC X(74) VALUE SPACES.
049100
049200 01  WS-INS-HDG.
049300     05  FILLER                     PIC X(10) VALUE 'INSTANCE'.
049400     05  FILLER                     PIC X(07) VALUE ' RUNS'.
049500     05  FILLER                     PIC X(11) VALUE '   CYCLES'.
049600     05  FILLER                     PIC X(16) VALUE
049700         '        AMOUNT'.
049800     05  FILLER                     PIC X(08) VALUE ' DEBITS'.
049900     05  FILLER                     PIC X(16) VALUE
050000         '  DEBIT AMOUNT'.
050100     05  FILLER                     PIC X(08) VALUE 'CREDITS'.
050200     05  FILLER                     PIC X(16) VALUE
050300         ' CREDIT AMOUNT'.
050400     05  FILLER                     PIC X(08) VALUE '   ADJS'.
050500     05  FILLER                     PIC X(16) VALUE
050600         '    ADJ AMOUNT'.
050700     05  FILLER                     PIC X(09) VALUE '   DUPS'.
050800     05  FILLER                     PIC X(07) VALUE '   HELD'.
050900
051000 01  WS-INS-LINE.
051100     05  INS-NAME                   PIC X(08).
051200     05  FILLER                     PIC X(02) VALUE SPACES.
051300     05  INS-RUNS                   PIC ZZZZ9.
051400     05  FILLER                     PIC X(02) VALUE SPACES.
051500     05  INS-CYCLES                 PIC ZZZZZZZZ9.
051600     05  FILLER                     PIC X(02) VALUE SPACES.
051700     05  INS-AMT                    PIC ZZZZZZZZZZ9.99.
051800     05  FILLER                     PIC X(02) VALUE SPACES.
051900     05  INS-DR-CNT                 PIC ZZZZZZ9.
052000     05  FILLER                     PIC X(01) VALUE SPACES.
052100     05  INS-DR-AMT                 PIC ZZZZZZZZZZ9.99.
052200     05  FILLER                     PIC X(02) VALUE SPACES.
052300     05  INS-CR-CNT                 PIC ZZZZZZ9.
052400     05  FILLER                     PIC X(01) VALUE SPACES.
052500     05  INS-CR-AMT                 PIC ZZZZZZZZZZ9.99.
052600     05  FILLER                     PIC X(02) VALUE SPACES.
052700     05  INS-ADJ-CNT                PIC ZZZZZZ9.
052800     05  FILLER                     PIC X(01) VALUE SPACES.
052900     05  INS-ADJ-AMT                PIC ZZZZZZZZZZ9.99.
053000     05  FILLER                     PIC X(02) VALUE SPACES.
053100     05  INS-DUP-CNT                PIC ZZZZZZ9.
053200     05  FILLER                     PIC X(02) VALUE SPACES.
053300     05  INS-HELD-CNT               PIC ZZZZZZ9.
053400
053500 01  WS-SIGN-LINE-1.
053600     05  SIGN-LABEL                 PIC X(14) VALUE
053700         'CLOSED BY     '.
053800     05  SIGN-USER-ID               PIC X(08).
053900     05  FILLER                     PIC X(10) VALUE
054000         '  ON DATE '.
054100     05  SIGN-DATE                  PIC 9(08).
054200     05  FILLER                     PIC X(06) VALUE '  TIME'.
054300     05  FILLER                     PIC X(01) VALUE SPACES.
054400     05  SIGN-TIME                  PIC 9(08).
054500     05  FILLER                     PIC X(77) VALUE SPACES.
054600
054700 01  WS-SIGN-LINE-2.
054800     05  FILLER                     PIC X(60) VALUE
054900         'FINANCE SIGN-OFF  ______________________________  DATE'.
055000     05  FILLER                     PIC X(72) VALUE
055100         '  ____________'.
055200
055300 01  WS-REASON-LINE.
055400     05  FILLER                     PIC X(14) VALUE
055500         'REASON GIVEN  '.
055600     05  RSN-TEXT                   PIC X(60).
055700     05  FILLER                     PIC X(58) VALUE SPACES.
055800
055900 PROCEDURE DIVISION.
056000*****************************************************************
056100*  0000-MAINLINE  --  VALIDATE THE REQUEST AND THE USER, THEN
056200*                    EITHER PROVE AND CLOSE THE PERIOD OR
056300*                    REOPEN IT.
056400*****************************************************************
056500 0000-MAINLINE.
056600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
056700     IF PARM-ACTION-REOPEN
056800         PERFORM 4000-REOPEN-PERIOD THRU 4000-REOPEN-PERIOD-EXIT
056900     ELSE
057000         PERFORM 2000-CHECK-PERIOD THRU 2000-CHECK-PERIOD-EXIT
057100         IF WS-EXCEPTION-CNT = ZERO
057200             PERFORM 3000-CLOSE-PERIOD
057300                 THRU 3000-CLOSE-PERIOD-EXIT
057400         ELSE
057500             PERFORM 3500-REFUSE-CLOSE
057600                 THRU 3500-REFUSE-CLOSE-EXIT
057700         END-IF
057800     END-IF.
057900     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT.
058000     STOP RUN.
058100
058200*****************************************************************
058300*  1000-INITIALIZE  --  READ AND VALIDATE THE REQUEST, LOAD THE
058400*                    RUN CALENDAR, OPEN THE REPORT, THE
058500*                    SECURITY FILES AND THE HISTORY, AND CHECK
058600*                    THE USER'S ENTITLEMENT.  A BAD REQUEST OR
058700*                    AN UNREADABLE CALENDAR IS FATAL: A GUESSED
058800*                    CLOSE IS WORSE THAN NONE.
058900*****************************************************************
059000 1000-INITIALIZE.
059100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
059200     PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT.
059300     PERFORM 1200-LOAD-CALENDAR THRU 1200-LOAD-CALENDAR-EXIT.
059400
059500     OPEN OUTPUT PCL-REPORT-FILE.
059600     MOVE PARM-PERIOD   TO HDG-PERIOD.
059700     IF PARM-ACTION-REOPEN
059800         MOVE 'REOPEN' TO HDG-ACTION
059900     ELSE
060000         MOVE 'CLOSE'  TO HDG-ACTION
060100     END-IF.
060200     MOVE PARM-USER-ID  TO HDG-USER-ID.
060300     MOVE WS-HDG-1 TO RPT-LINE.
060400     WRITE RPT-LINE.
060500     MOVE WS-PERIOD-START  TO HDG-PERIOD-START.
060600     MOVE WS-PERIOD-END    TO HDG-PERIOD-END.
060700     MOVE WS-BUSINESS-DATE TO HDG-BUSINESS-DATE.
060800     MOVE WS-HDG-2 TO RPT-LINE.
060900     WRITE RPT-LINE.
061000     MOVE SPACES TO RPT-LINE.
061100     WRITE RPT-LINE.
061200
061300     PERFORM 1300-OPEN-SECURITY THRU 1300-OPEN-SECURITY-EXIT.
061400     PERFORM 1400-CHECK-ENTITLEMENT
061500         THRU 1400-CHECK-ENTITLEMENT-EXIT.
061600     IF NOT WS-USER-ENTITLED
061700         PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
061800         MOVE 16 TO RETURN-CODE
061900         STOP RUN
062000     END-IF.
062100     PERFORM 1500-FIND-PERIOD THRU 1500-FIND-PERIOD-EXIT.
062200 1000-INITIALIZE-EXIT.
062300     EXIT.
062400
062500*****************************************************************
062600*  1100-READ-PARM  --  ONE REQUEST RECORD: ACTION C (CLOSE) OR
062700*                    R (REOPEN) IN COLUMN 1, THE PERIOD AS
062800*                    YYYYMM IN 3-8, THE USER ID IN 10-17, AND
062900*                    FOR A REOPEN THE REASON IN 19-78.  THE
063000*                    PERIOD RUNS FROM THE FIRST TO THE LAST
063100*                    CALENDAR DAY OF THE MONTH.
063200*****************************************************************
063300 1100-READ-PARM.
063400     OPEN INPUT PARM-FILE.
063500     IF WS-PARM-STATUS NOT = '00'
063600         DISPLAY 'PERCLOSE0001E - PARAMETER FILE COULD NOT BE '
063700             'OPENED (STATUS ' WS-PARM-STATUS ') - NOTHING '
063800             'CLOSED OR REOPENED'
063900         MOVE 16 TO RETURN-CODE
064000         STOP RUN
064100     END-IF.
064200     READ PARM-FILE
064300         AT END
064400             DISPLAY 'PERCLOSE0002E - PARAMETER FILE IS EMPTY - '
064500                 'NOTHING CLOSED OR REOPENED'
064600             MOVE 16 TO RETURN-CODE
064700             STOP RUN
064800     END-READ.
064900     CLOSE PARM-FILE.
065000     IF NOT PARM-ACTION-CLOSE AND NOT PARM-ACTION-REOPEN
065100         DISPLAY 'PERCLOSE0003E - ACTION ' PARM-ACTION
065200             ' IS NOT C (CLOSE) OR R (REOPEN)'
065300         MOVE 16 TO RETURN-CODE
065400         STOP RUN
065500     END-IF.
065600     IF PARM-PERIOD NOT NUMERIC
065700         OR PARM-PERIOD-YEAR = ZERO
065800         OR PARM-PERIOD-MONTH < 01
065900         OR PARM-PERIOD-MONTH > 12
066000         DISPLAY 'PERCLOSE0004E - PERIOD ' PARM-PERIOD
066100             ' IS NOT A VALID YYYYMM'
066200         MOVE 16 TO RETURN-CODE
066300         STOP RUN
066400     END-IF.
066500     IF PARM-USER-ID = SPACES
066600         DISPLAY 'PERCLOSE0005E - USER ID MISSING FROM THE '
066700             'REQUEST'
066800         MOVE 16 TO RETURN-CODE
066900         STOP RUN
067000     END-IF.
067100     IF PARM-ACTION-REOPEN AND PARM-REASON = SPACES
067200         DISPLAY 'PERCLOSE0006E - A REOPEN MUST GIVE A REASON - '
067300             'PERIOD ' PARM-PERIOD ' LEFT CLOSED'
067400         MOVE 16 TO RETURN-CODE
067500         STOP RUN
067600     END-IF.
067700     MOVE PARM-PERIOD-YEAR  TO WS-WORK-YEAR.
067800     MOVE PARM-PERIOD-MONTH TO WS-WORK-MONTH.
067900     MOVE 01                TO WS-WORK-DAY.
068000     MOVE WS-WORK-DATE      TO WS-PERIOD-START.
068100     PERFORM 1600-MONTH-MAX-DAY THRU 1600-MONTH-MAX-DAY-EXIT.
068200     MOVE WS-MONTH-MAX-DAY  TO WS-WORK-DAY.
068300     MOVE WS-WORK-DATE      TO WS-PERIOD-END.
068400 1100-READ-PARM-EXIT.
068500     EXIT.
068600
068700*****************************************************************
068800*  1200-LOAD-CALENDAR  --  PRESERVE THE CURRENT-DATE RECORD AND
068900*                    LOAD THE HOLIDAY AND CLOSED-PERIOD RECORDS
069000*                    BEHIND IT.  THE CLOSE IS RECORDED ON THE
069100*                    CALENDAR, SO ONE THAT IS MISSING, EMPTY, OR
069200*                    WITHOUT A NUMERIC CURRENT DATE IS FATAL.
069300*****************************************************************
069400 1200-LOAD-CALENDAR.
069500     OPEN INPUT RUNCAL-FILE.
069600     IF WS-RUNCAL-STATUS NOT = '00'
069700         DISPLAY 'PERCLOSE0007E - RUN CALENDAR COULD NOT BE '
069800             'OPENED (STATUS ' WS-RUNCAL-STATUS ') - NOTHING '
069900             'CLOSED OR REOPENED'
070000         MOVE 16 TO RETURN-CODE
070100         STOP RUN
070200     END-IF.
070300     READ RUNCAL-FILE
070400         AT END
070500             MOVE ZERO TO CAL-BUS-DATE
070600     END-READ.
070700     IF WS-RUNCAL-STATUS NOT = '00' OR CAL-BUS-DATE NOT NUMERIC
070800         OR CAL-BUS-DATE = ZERO
070900         DISPLAY 'PERCLOSE0008E - RUN CALENDAR HAS NO VALID '
071000             'CURRENT-DATE RECORD - NOTHING CLOSED OR REOPENED'
071100         CLOSE RUNCAL-FILE
071200         MOVE 16 TO RETURN-CODE
071300         STOP RUN
071400     END-IF.
071500     MOVE CAL-RECORD   TO WS-CURRENT-RECORD.
071600     MOVE CAL-BUS-DATE TO WS-BUSINESS-DATE.
071700     IF CAL-STATUS-COMPLETE
071800         MOVE 'Y' TO WS-CAL-COMPLETE-SW
071900     END-IF.
072000     PERFORM 1250-LOAD-ONE-CAL-REC
072100         THRU 1250-LOAD-ONE-CAL-REC-EXIT
072200         UNTIL WS-RUNCAL-EOF.
072300     CLOSE RUNCAL-FILE.
072400 1200-LOAD-CALENDAR-EXIT.
072500     EXIT.
072600
072700 1250-LOAD-ONE-CAL-REC.
072800     READ RUNCAL-FILE
072900         AT END
073000             SET WS-RUNCAL-EOF TO TRUE
073100             GO TO 1250-LOAD-ONE-CAL-REC-EXIT
073200     END-READ.
073300     IF CAL-STATUS-HOLIDAY AND CAL-BUS-DATE NUMERIC
073400         IF WS-HOL-COUNT >= WS-HOL-MAX-ENTRIES
073500             DISPLAY 'PERCLOSE0014E - HOLIDAY SCHEDULE EXCEEDS '
073600                 WS-HOL-MAX-ENTRIES ' RECORDS - TABLE FULL'
073700             MOVE 16 TO RETURN-CODE
073800             STOP RUN
073900         END-IF
074000         ADD 1 TO WS-HOL-COUNT
074100         MOVE CAL-BUS-DATE TO WS-HOL-DATE (WS-HOL-COUNT)
074200     END-IF.
074300     IF CAL-STATUS-PERIOD-CLOSED AND CAL-BUS-DATE NUMERIC
074400         IF WS-PCL-COUNT >= WS-PCL-MAX-ENTRIES
074500             DISPLAY 'PERCLOSE0014E - CLOSED PERIODS EXCEED '
074600                 WS-PCL-MAX-ENTRIES ' RECORDS - TABLE FULL'
074700             MOVE 16 TO RETURN-CODE
074800             STOP RUN
074900         END-IF
075000         ADD 1 TO WS-PCL-COUNT
075100         MOVE CAL-PERIOD-START TO WS-PCL-START (WS-PCL-COUNT)
075200         MOVE CAL-BUS-DATE     TO WS-PCL-END (WS-PCL-COUNT)
075300     END-IF.
075400 1250-LOAD-ONE-CAL-REC-EXIT.
075500     EXIT.
075600
075700*****************************************************************
075800*  1300-OPEN-SECURITY  --  OPEN THE ENTITLEMENT FILE, THE
075900*                    SECURITY-VIOLATION LOG, AND THE CLOSE
076000*                    HISTORY.  ANY ONE UNAVAILABLE IS FATAL:
076100*                    WITHOUT THE FILE NO REQUEST CAN BE PROVED,
076200*                    AND NEITHER A REFUSED ATTEMPT NOR A CLOSE
076300*                    MAY GO UNRECORDED.
076400*****************************************************************
076500 1300-OPEN-SECURITY.
076600     OPEN INPUT ENTL-FILE.
076700     IF WS-ENTL-STATUS NOT = '00'
076800         DISPLAY 'PERCLOSE0009E - ENTITLEMENT FILE COULD NOT BE '
076900             'OPENED (STATUS ' WS-ENTL-STATUS ') - NOTHING '
077000             'CLOSED OR REOPENED'
077100         MOVE 16 TO RETURN-CODE
077200         STOP RUN
077300     END-IF.
077400     OPEN EXTEND SECV-FILE.
077500     IF WS-SECV-STATUS = '35'
077600         OPEN OUTPUT SECV-FILE
077700     END-IF.
077800     IF WS-SECV-STATUS NOT = '00'
077900         DISPLAY 'PERCLOSE0010E - SECURITY-VIOLATION LOG COULD '
078000             'NOT BE OPENED (STATUS ' WS-SECV-STATUS ') - '
078100             'NOTHING CLOSED OR REOPENED'
078200         MOVE 16 TO RETURN-CODE
078300         STOP RUN
078400     END-IF.
078500     OPEN EXTEND PCLH-FILE.
078600     IF WS-PCLH-STATUS = '35'
078700         OPEN OUTPUT PCLH-FILE
078800     END-IF.
078900     IF WS-PCLH-STATUS NOT = '00'
079000         DISPLAY 'PERCLOSE0011E - CLOSE HISTORY FILE COULD NOT '
079100             'BE OPENED (STATUS ' WS-PCLH-STATUS ') - NOTHING '
079200             'CLOSED OR REOPENED'
079300         MOVE 16 TO RETURN-CODE
079400         STOP RUN
079500     END-IF.
079600 1300-OPEN-SECURITY-EXIT.
079700     EXIT.
079800
079900*****************************************************************
080000*  1400-CHECK-ENTITLEMENT  --  A CLOSE OR REOPEN MUST COME FROM
080100*                    A USER HOLDING THE MATCHING PERCLOSE
080200*                    ENTITLEMENT (C OR R).  A REFUSAL IS
080300*                    PRINTED, LOGGED AS A SECURITY VIOLATION,
080400*                    AND ENDS THE RUN WITH RETURN CODE 16 WITH
080500*                    THE CALENDAR UNTOUCHED.
080600*****************************************************************
080700 1400-CHECK-ENTITLEMENT.
080800     SET WS-USER-ENTITLED TO TRUE.
080900     MOVE PARM-USER-ID    TO ENTL-USER-ID.
081000     MOVE WS-PROGRAM-NAME TO ENTL-UTILITY.
081100     MOVE PARM-ACTION     TO ENTL-ACTION.
081200     READ ENTL-FILE
081300         INVALID KEY
081400             SET WS-USER-ENTITLED TO FALSE
081500     END-READ.
081600     IF WS-ENTL-STATUS NOT = '00' AND WS-ENTL-STATUS NOT = '23'
081700         DISPLAY 'PERCLOSE0012E - ENTITLEMENT FILE COULD NOT BE '
081800             'READ (STATUS ' WS-ENTL-STATUS ') FOR USER '
081900             PARM-USER-ID
082000         MOVE 16 TO RETURN-CODE
082100         STOP RUN
082200     END-IF.
082300     IF WS-USER-ENTITLED
082400         GO TO 1400-CHECK-ENTITLEMENT-EXIT
082500     END-IF.
082600     MOVE 'USER NOT ENTITLED TO ACTION' TO WS-REJECT-REASON.
082700     PERFORM 1450-LOG-VIOLATION THRU 1450-LOG-VIOLATION-EXIT.
082800     MOVE SPACES            TO WS-EXC-LINE.
082900     MOVE 'REFUSED'         TO EXC-LABEL.
083000     MOVE PARM-USER-ID      TO EXC-KEY.
083100     MOVE PARM-PERIOD       TO EXC-DATE.
083200     MOVE WS-REJECT-REASON  TO EXC-TEXT.
083300     MOVE WS-EXC-LINE TO RPT-LINE.
083400     WRITE RPT-LINE.
083500     DISPLAY 'PERCLOSE0013E - USER ' PARM-USER-ID
083600         ' IS NOT ENTITLED TO PERCLOSE ' PARM-ACTION
083700         ' - PERIOD ' PARM-PERIOD ' LEFT UNCHANGED'.
083800 1400-CHECK-ENTITLEMENT-EXIT.
083900     EXIT.
084000
084100*****************************************************************
084200*  1450-LOG-VIOLATION  --  APPEND ONE REFUSED ATTEMPT TO THE
084300*                    SECURITY-VIOLATION LOG.  THE REASON IS SET
084400*                    BY THE CALLER.
084500*****************************************************************
084600 1450-LOG-VIOLATION.
084700     ACCEPT WS-RUN-TIME FROM TIME.
084800     MOVE WS-BUSINESS-DATE  TO SECV-CHANGE-DATE.
084900     MOVE WS-RUN-TIME       TO SECV-CHANGE-TIME.
085000     MOVE PARM-USER-ID      TO SECV-USER-ID.
085100     MOVE WS-PROGRAM-NAME   TO SECV-PROGRAM-NAME.
085200     MOVE PARM-ACTION       TO SECV-ACTION.
085300     MOVE PARM-PERIOD       TO SECV-OBJECT.
085400     MOVE WS-REJECT-REASON  TO SECV-REASON.
085500     WRITE SECV-RECORD.
085600 1450-LOG-VIOLATION-EXIT.
085700     EXIT.
085800
085900*****************************************************************
086000*  1500-FIND-PERIOD  --  IS THE REQUESTED PERIOD ALREADY ON THE
086100*                    CALENDAR AS CLOSED?  WS-PCL-FOUND-IX NAMES
086200*                    ITS ENTRY, OR IS ZERO.
086300*****************************************************************
086400 1500-FIND-PERIOD.
086500     MOVE ZERO TO WS-PCL-FOUND-IX.
086600     MOVE ZERO TO WS-PCL-IX.
086700     PERFORM 1550-CHECK-ONE-PERIOD
086800         THRU 1550-CHECK-ONE-PERIOD-EXIT
086900         WS-PCL-COUNT TIMES.
087000 1500-FIND-PERIOD-EXIT.
087100     EXIT.
087200
087300 1550-CHECK-ONE-PERIOD.
087400     ADD 1 TO WS-PCL-IX.
087500     IF WS-PCL-START (WS-PCL-IX) = WS-PERIOD-START
087600         AND WS-PCL-END (WS-PCL-IX) = WS-PERIOD-END
087700         MOVE WS-PCL-IX TO WS-PCL-FOUND-IX
087800     END-IF.
087900 1550-CHECK-ONE-PERIOD-EXIT.
088000     EXIT.
088100
088200*****************************************************************
088300*  1600-MONTH-MAX-DAY  --  LAST DAY OF THE MONTH IN THE WORK
088400*                    DATE (29 FEBRUARY ONLY IN A LEAP YEAR -
088500*                    DIVISIBLE BY 4, EXCEPT CENTURIES NOT
088600*                    DIVISIBLE BY 400).
088700*****************************************************************
088800 1600-MONTH-MAX-DAY.
088900     SET WS-LEAP-YEAR TO FALSE.
089000     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOT
089100         REMAINDER WS-LEAP-REM.
089200     IF WS-LEAP-REM = ZERO
089300         SET WS-LEAP-YEAR TO TRUE
089400         DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOT
089500             REMAINDER WS-LEAP-REM
089600         IF WS-LEAP-REM = ZERO
089700             SET WS-LEAP-YEAR TO FALSE
089800             DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOT
089900                 REMAINDER WS-LEAP-REM
090000             IF WS-LEAP-REM = ZERO
090100                 SET WS-LEAP-YEAR TO TRUE
090200             END-IF
090300         END-IF
090400     END-IF.
090500     EVALUATE WS-WORK-MONTH
090600         WHEN 02
090700             IF WS-LEAP-YEAR
090800                 MOVE 29 TO WS-MONTH-MAX-DAY
090900             ELSE
091000                 MOVE 28 TO WS-MONTH-MAX-DAY
091100             END-IF
091200         WHEN 04
091300         WHEN 06
091400         WHEN 09
091500         WHEN 11
091600             MOVE 30 TO WS-MONTH-MAX-DAY
091700         WHEN OTHER
091800             MOVE 31 TO WS-MONTH-MAX-DAY
091900     END-EVALUATE.
092000 1600-MONTH-MAX-DAY-EXIT.
092100     EXIT.
092200
092300*****************************************************************
092400*  2000-CHECK-PERIOD  --  PROVE THE PERIOD CLEAN.  EVERY FAILED
092500*                    CHECK IS PRINTED AS AN EXCEPTION AND
092600*                    COUNTED; ANY EXCEPTION REFUSES THE CLOSE.
092700*                    A PERIOD ALREADY CLOSED IS LEFT ALONE.
092800*****************************************************************
092900 2000-CHECK-PERIOD.
093000     IF WS-PCL-FOUND-IX NOT = ZERO
093100         DISPLAY 'PERCLOSE0015W - PERIOD ' PARM-PERIOD
093200             ' IS ALREADY CLOSED - NOTHING TO DO'
093300         MOVE SPACES            TO WS-SECTION-LINE
093400         MOVE 'PERIOD ALREADY CLOSED - CALENDAR UNCHANGED'
093500             TO SECT-TITLE
093600         MOVE WS-SECTION-LINE TO RPT-LINE
093700         WRITE RPT-LINE
093800         PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
093900         MOVE 4 TO RETURN-CODE
094000         STOP RUN
094100     END-IF.
094200     MOVE 'EXCEPTIONS' TO SECT-TITLE.
094300     MOVE WS-SECTION-LINE TO RPT-LINE.
094400     WRITE RPT-LINE.
094500     PERFORM 2100-BUILD-DAYS THRU 2100-BUILD-DAYS-EXIT.
094600     PERFORM 2200-LOAD-CONTROL THRU 2200-LOAD-CONTROL-EXIT.
094700     PERFORM 2300-SCAN-EXTRACT THRU 2300-SCAN-EXTRACT-EXIT.
094800     PERFORM 2400-SCAN-AUDIT THRU 2400-SCAN-AUDIT-EXIT.
094900     PERFORM 2500-MATCH-ACK THRU 2500-MATCH-ACK-EXIT.
095000     MOVE ZERO TO WS-SEC-IX.
095100     PERFORM 2650-REPORT-ONE-UNACKED
095200         THRU 2650-REPORT-ONE-UNACKED-EXIT
095300         WS-SEC-COUNT TIMES.
095400     PERFORM 2700-SCAN-PENDING THRU 2700-SCAN-PENDING-EXIT.
095500     PERFORM 2800-SCAN-DUPLICATES THRU 2800-SCAN-DUPLICATES-EXIT.
095600     MOVE ZERO TO WS-INS-IX.
095700     PERFORM 2900-CHECK-ONE-INSTANCE
095800         THRU 2900-CHECK-ONE-INSTANCE-EXIT
095900         WS-INS-COUNT TIMES.
096000     COMPUTE WS-EXCEPTION-CNT = WS-UNACKED-CNT
096100         + WS-MISMATCH-CNT + WS-NOTRAIL-CNT
096200         + WS-HELD-OPEN-CNT + WS-DUP-OPEN-CNT
096300         + WS-MISSED-CNT.
096400     IF NOT WS-PERIOD-ENDED
096500         ADD 1 TO WS-EXCEPTION-CNT
096600     END-IF.
096700     IF WS-EXCEPTION-CNT = ZERO AND WS-ORPHAN-CNT = ZERO
096800         MOVE 'NONE' TO SECT-TITLE
096900         MOVE WS-SECTION-LINE TO RPT-LINE
097000         WRITE RPT-LINE
097100     END-IF.
097200     PERFORM 2990-PRINT-CHECKS THRU 2990-PRINT-CHECKS-EXIT.
097300 2000-CHECK-PERIOD-EXIT.
097400     EXIT.
097500
097600*****************************************************************
097700*  2100-BUILD-DAYS  --  MARK EACH DAY OF THE PERIOD AS A
097800*                    PROCESSING DAY OR NOT, AND AS DUE (THE
097900*                    CALENDAR HAS MOVED PAST IT, OR IT IS THE
098000*                    CURRENT DATE AND COMPLETE).  THE PERIOD HAS
098100*                    ENDED WHEN THE CALENDAR IS PAST ITS LAST
098200*                    DAY, OR SITS COMPLETE ON ITS LAST
098300*                    PROCESSING DAY.
098400*****************************************************************
098500 2100-BUILD-DAYS.
098600     MOVE ZERO TO WS-DAY-IX.
098700     PERFORM 2150-BUILD-ONE-DAY THRU 2150-BUILD-ONE-DAY-EXIT
098800         WS-MONTH-MAX-DAY TIMES.
098900     IF WS-BUSINESS-DATE > WS-PERIOD-END
099000         MOVE 'Y' TO WS-PERIOD-ENDED-SW
099100     END-IF.
099200     IF WS-BUSINESS-DATE = WS-LAST-PROC-DATE
099300         AND WS-CAL-COMPLETE
099400         MOVE 'Y' TO WS-PERIOD-ENDED-SW
099500     END-IF.
099600     IF NOT WS-PERIOD-ENDED
099700         MOVE SPACES              TO WS-EXC-LINE
099800         MOVE 'NOT ENDED'         TO EXC-LABEL
099900         MOVE PARM-PERIOD         TO EXC-KEY
100000         MOVE WS-BUSINESS-DATE    TO EXC-DATE
100100         MOVE 'BUSINESS DATE HAS NOT PASSED THE PERIOD END'
100200             TO EXC-TEXT
100300         MOVE WS-EXC-LINE TO RPT-LINE
100400         WRITE RPT-LINE
100500     END-IF.
100600 2100-BUILD-DAYS-EXIT.
100700     EXIT.
100800
100900 2150-BUILD-ONE-DAY.
101000     ADD 1 TO WS-DAY-IX.
101100     MOVE WS-PERIOD-START TO WS-WORK-DATE.
101200     MOVE WS-DAY-IX       TO WS-WORK-DAY.
101300     MOVE 'N' TO WS-DAY-PROC-SW (WS-DAY-IX).
101400     MOVE 'N' TO WS-DAY-DUE-SW (WS-DAY-IX).
101500     PERFORM 2170-DAY-OF-WEEK THRU 2170-DAY-OF-WEEK-EXIT.
101600     IF WS-Z-DOW = 0 OR WS-Z-DOW = 1
101700         GO TO 2150-BUILD-ONE-DAY-EXIT
101800     END-IF.
101900     SET WS-IS-HOLIDAY TO FALSE.
102000     MOVE ZERO TO WS-HOL-IX.
102100     PERFORM 2160-CHECK-ONE-HOLIDAY
102200         THRU 2160-CHECK-ONE-HOLIDAY-EXIT
102300         WS-HOL-COUNT TIMES.
102400     IF WS-IS-HOLIDAY
102500         GO TO 2150-BUILD-ONE-DAY-EXIT
102600     END-IF.
102700     MOVE 'Y' TO WS-DAY-PROC-SW (WS-DAY-IX).
102800     ADD 1 TO WS-PROC-DAY-CNT.
102900     MOVE WS-WORK-DATE TO WS-LAST-PROC-DATE.
103000     IF WS-WORK-DATE < WS-BUSINESS-DATE
103100         MOVE 'Y' TO WS-DAY-DUE-SW (WS-DAY-IX)
103200     END-IF.
103300     IF WS-WORK-DATE = WS-BUSINESS-DATE AND WS-CAL-COMPLETE
103400         MOVE 'Y' TO WS-DAY-DUE-SW (WS-DAY-IX)
103500     END-IF.
103600 2150-BUILD-ONE-DAY-EXIT.
103700     EXIT.
103800
103900 2160-CHECK-ONE-HOLIDAY.
104000     ADD 1 TO WS-HOL-IX.
104100     IF WS-HOL-DATE (WS-HOL-IX) = WS-WORK-DATE
104200         SET WS-IS-HOLIDAY TO TRUE
104300     END-IF.
104400 2160-CHECK-ONE-HOLIDAY-EXIT.
104500     EXIT.
104600
104700*****************************************************************
104800*  2170-DAY-OF-WEEK  --  ZELLER'S CONGRUENCE ON THE WORK DATE.
104900*                    JANUARY AND FEBRUARY COUNT AS MONTHS 13
105000*                    AND 14 OF THE PRIOR YEAR.  THE RESULT IN
105100*                    WS-Z-DOW IS 0 FOR SATURDAY, 1 FOR SUNDAY,
105200*                    2 FOR MONDAY, AND SO ON.
105300*****************************************************************
105400 2170-DAY-OF-WEEK.
105500     MOVE WS-WORK-YEAR  TO WS-Z-YEAR.
105600     MOVE WS-WORK-MONTH TO WS-Z-MONTH.
105700     IF WS-Z-MONTH < 3
105800         ADD 12 TO WS-Z-MONTH
105900         SUBTRACT 1 FROM WS-Z-YEAR
106000     END-IF.
106100     DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-CENT
106200         REMAINDER WS-Z-YY.
106300     COMPUTE WS-Z-TERM = 13 * (WS-Z-MONTH + 1).
106400     DIVIDE WS-Z-TERM BY 5 GIVING WS-Z-TERM.
106500     COMPUTE WS-Z-SUM = WS-WORK-DAY + WS-Z-TERM + WS-Z-YY.
106600     DIVIDE WS-Z-YY BY 4 GIVING WS-Z-QUOT.
106700     ADD WS-Z-QUOT TO WS-Z-SUM.
106800     DIVIDE WS-Z-CENT BY 4 GIVING WS-Z-QUOT.
106900     ADD WS-Z-QUOT TO WS-Z-SUM.
107000     COMPUTE WS-Z-SUM = WS-Z-SUM + (5 * WS-Z-CENT).
107100     DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOT
107200         REMAINDER WS-Z-DOW.
107300 2170-DAY-OF-WEEK-EXIT.
107400     EXIT.
107500
107600*****************************************************************
107700*  2200-LOAD-CONTROL  --  EVERY LOOPCTL INSTANCE IS EXPECTED TO
107800*                    HAVE RUN ON EVERY DUE DAY.  A LOOPCTL FILE
107900*                    THAT WILL NOT OPEN IS FATAL: WITH NO
108000*                    EXPECTED LIST NOTHING CAN BE PROVED.
108100*****************************************************************
108200 2200-LOAD-CONTROL.
108300     OPEN INPUT LOOPCTL-FILE.
108400     IF WS-LOOPCTL-STATUS NOT = '00'
108500         DISPLAY 'PERCLOSE0017E - LOOPCTL CONTROL FILE COULD '
108600             'NOT BE OPENED (STATUS ' WS-LOOPCTL-STATUS ') - '
108700             'PERIOD NOT CLOSED'
108800         MOVE 16 TO RETURN-CODE
108900         STOP RUN
109000     END-IF.
109100     PERFORM 2250-LOAD-ONE-CONTROL
109200         THRU 2250-LOAD-ONE-CONTROL-EXIT
109300         UNTIL WS-LOOPCTL-EOF.
109400     CLOSE LOOPCTL-FILE.
109500 2200-LOAD-CONTROL-EXIT.
109600     EXIT.
109700
109800 2250-LOAD-ONE-CONTROL.
109900     READ LOOPCTL-FILE
110000         AT END
110100             SET WS-LOOPCTL-EOF TO TRUE
110200             GO TO 2250-LOAD-ONE-CONTROL-EXIT
110300     END-READ.
110400     MOVE LOOPCTL-NAME TO WS-LOOKUP-NAME.
110500     PERFORM 6000-FIND-INSTANCE THRU 6000-FIND-INSTANCE-EXIT.
110600     IF NOT WS-INS-FOUND
110700         PERFORM 6100-ADD-INSTANCE THRU 6100-ADD-INSTANCE-EXIT
110800     END-IF.
110900     MOVE 'Y' TO WS-INS-EXPECTED-SW (WS-INS-FOUND-IX).
111000 2250-LOAD-ONE-CONTROL-EXIT.
111100     EXIT.
111200
111300*****************************************************************
111400*  2300-SCAN-EXTRACT  --  WALK THE LEDGER EXTRACT.  EVERY
111500*                    TRAILER WHOSE HEADER FALLS IN THE PERIOD
111600*                    LANDS IN THE SECTION TABLE UNDER ITS
111700*                    INSTANCE AND DATE; A SECOND SECTION FOR THE
111800*                    SAME INSTANCE AND DATE (A CHECKPOINT
111900*                    RESUME) ADDS INTO THE SAME ENTRY, AS IN
112000*                    ACKMATCH.  A MISSING EXTRACT IS FATAL.
112100*****************************************************************
112200 2300-SCAN-EXTRACT.
112300     OPEN INPUT EXTRACT-FILE.
112400     IF WS-EXTR-STATUS NOT = '00'
112500         DISPLAY 'PERCLOSE0019E - LEDGER EXTRACT FILE COULD NOT '
112600             'BE OPENED (STATUS ' WS-EXTR-STATUS ') - PERIOD '
112700             'NOT CLOSED'
112800         MOVE 16 TO RETURN-CODE
112900         STOP RUN
113000     END-IF.
113100     PERFORM 2350-SCAN-ONE-EXTRACT
113200         THRU 2350-SCAN-ONE-EXTRACT-EXIT
113300         UNTIL WS-EXTR-EOF.
113400     CLOSE EXTRACT-FILE.
113500 2300-SCAN-EXTRACT-EXIT.
113600     EXIT.
113700
113800 2350-SCAN-ONE-EXTRACT.
113900     READ EXTRACT-FILE
114000         AT END
114100             SET WS-EXTR-EOF TO TRUE
114200             GO TO 2350-SCAN-ONE-EXTRACT-EXIT
114300     END-READ.
114400     EVALUATE TRUE
114500         WHEN EXTR-TYPE-HEADER
114600             MOVE EXTR-HDR-LOOP-NAME TO WS-CURR-HDR-NAME
114700             IF EXTR-HDR-BUS-DATE NUMERIC
114800                 MOVE EXTR-HDR-BUS-DATE TO WS-CURR-HDR-DATE
114900             ELSE
115000                 MOVE ZERO TO WS-CURR-HDR-DATE
115100             END-IF
115200         WHEN EXTR-TYPE-TRAILER
115300             IF WS-CURR-HDR-DATE NOT < WS-PERIOD-START
115400                 AND WS-CURR-HDR-DATE NOT > WS-PERIOD-END
115500                 MOVE WS-CURR-HDR-NAME TO WS-LOOKUP-NAME
115600                 MOVE WS-CURR-HDR-DATE TO WS-LOOKUP-DATE
115700                 PERFORM 6200-FIND-SECTION
115800                     THRU 6200-FIND-SECTION-EXIT
115900                 IF NOT WS-SEC-FOUND
116000                     PERFORM 6300-ADD-SECTION
116100                         THRU 6300-ADD-SECTION-EXIT
116200                 END-IF
116300                 IF EXTR-TRL-COUNT NUMERIC
116400                     ADD EXTR-TRL-COUNT
116500                         TO WS-SEC-CNT (WS-SEC-FOUND-IX)
116600                 END-IF
116700                 IF EXTR-TRL-AMOUNT NUMERIC
116800                     ADD EXTR-TRL-AMOUNT
116900                         TO WS-SEC-AMT (WS-SEC-FOUND-IX)
117000                 END-IF
117100                 MOVE 'Y' TO WS-SEC-TRAILER-SW (WS-SEC-FOUND-IX)
117200             END-IF
117300         WHEN OTHER
117400             CONTINUE
117500     END-EVALUATE.
117600 2350-SCAN-ONE-EXTRACT-EXIT.
117700     EXIT.
117800
117900*****************************************************************
118000*  2400-SCAN-AUDIT  --  READ THE AUDIT ARCHIVE AND THEN THE
118100*                    ACTIVE TRAIL; THE MONTH MAY BE SPLIT
118200*                    BETWEEN THEM BY AUDTPRG.  EITHER MAY BE
118300*                    ABSENT -- ANY DAY THAT LEAVES UNPROVED
118400*                    SHOWS UP AS A MISSED RUN.
118500*****************************************************************
118600 2400-SCAN-AUDIT.
118700     OPEN INPUT ARCH-FILE.
118800     IF WS-ARCH-STATUS NOT = '00'
118900         DISPLAY 'PERCLOSE0021W - AUDIT ARCHIVE COULD NOT BE '
119000             'OPENED (STATUS ' WS-ARCH-STATUS ') - CHECKING '
119100             'THE ACTIVE AUDIT FILE ALONE'
119200         SET WS-ARCH-EOF TO TRUE
119300     ELSE
119400         MOVE 'Y' TO WS-ARCH-OPEN-SW
119500     END-IF.
119600     PERFORM 2410-SCAN-ONE-ARCHIVE
119700         THRU 2410-SCAN-ONE-ARCHIVE-EXIT
119800         UNTIL WS-ARCH-EOF.
119900     OPEN INPUT AUDIT-FILE.
120000     IF WS-AUDIT-STATUS NOT = '00'
120100         DISPLAY 'PERCLOSE0022W - AUDIT FILE COULD NOT BE '
120200             'OPENED (STATUS ' WS-AUDIT-STATUS ') - CHECKING '
120300             'THE ARCHIVE ALONE'
120400         SET WS-AUDIT-EOF TO TRUE
120500     ELSE
120600         MOVE 'Y' TO WS-AUDIT-OPEN-SW
120700     END-IF.
120800     PERFORM 2420-SCAN-ONE-AUDIT
120900         THRU 2420-SCAN-ONE-AUDIT-EXIT
121000         UNTIL WS-AUDIT-EOF.
121100 2400-SCAN-AUDIT-EXIT.
121200     EXIT.
121300
121400 2410-SCAN-ONE-ARCHIVE.
121500     READ ARCH-FILE
121600         AT END
121700             SET WS-ARCH-EOF TO TRUE
121800             GO TO 2410-SCAN-ONE-ARCHIVE-EXIT
121900     END-READ.
122000     MOVE ARCH-RECORD TO WS-AUD-RECORD.
122100     PERFORM 2450-ACCUMULATE THRU 2450-ACCUMULATE-EXIT.
122200 2410-SCAN-ONE-ARCHIVE-EXIT.
122300     EXIT.
122400
122500 2420-SCAN-ONE-AUDIT.
122600     READ AUDIT-FILE
122700         AT END
122800             SET WS-AUDIT-EOF TO TRUE
122900             GO TO 2420-SCAN-ONE-AUDIT-EXIT
123000     END-READ.
123100     MOVE AUDIT-FD-RECORD TO WS-AUD-RECORD.
123200     PERFORM 2450-ACCUMULATE THRU 2450-ACCUMULATE-EXIT.
123300 2420-SCAN-ONE-AUDIT-EXIT.
123400     EXIT.
123500
123600*****************************************************************
123700*  2450-ACCUMULATE  --  ONE AUDIT RECORD.  A SUMMARY RECORD IN
123800*                    THE PERIOD MARKS ITS INSTANCE AS RUN THAT
123900*                    DAY, ADDS TO THE CERTIFICATE TOTALS, AND --
124000*                    WHEN IT CLAIMS AN EXTRACT -- MUST HAVE A
124100*                    SECTION ON THE EXTRACT FILE (NOTRAIL
124200*                    OTHERWISE).  A REVERSAL RECORD ADDS TO THE
124300*                    REVERSAL TOTALS.
124400*****************************************************************
124500 2450-ACCUMULATE.
124600     IF WS-AUD-RUN-DATE NOT NUMERIC
124700         OR WS-AUD-RUN-DATE < WS-PERIOD-START
124800         OR WS-AUD-RUN-DATE > WS-PERIOD-END
124900         GO TO 2450-ACCUMULATE-EXIT
125000     END-IF.
125100     IF WS-AUD-TYPE-REVERSAL
125200         ADD 1                  TO WS-REV-RUN-CNT
125300         ADD WS-AUD-CYCLES-DONE TO WS-REV-TRAN-CNT
125400         ADD WS-AUD-AMOUNT      TO WS-REV-AMT
125500         GO TO 2450-ACCUMULATE-EXIT
125600     END-IF.
125700     IF NOT WS-AUD-TYPE-SUMMARY
125800         GO TO 2450-ACCUMULATE-EXIT
125900     END-IF.
126000     MOVE WS-AUD-LOOP-NAME TO WS-LOOKUP-NAME.
126100     PERFORM 6000-FIND-INSTANCE THRU 6000-FIND-INSTANCE-EXIT.
126200     IF NOT WS-INS-FOUND
126300         PERFORM 6100-ADD-INSTANCE THRU 6100-ADD-INSTANCE-EXIT
126400     END-IF.
126500     MOVE WS-AUD-RUN-DATE TO WS-WORK-DATE.
126600     MOVE 'Y' TO WS-INS-RAN-SW (WS-INS-FOUND-IX, WS-WORK-DAY).
126700     ADD 1 TO WS-INS-RUNS (WS-INS-FOUND-IX).
126800     ADD WS-AUD-CYCLES-DONE TO WS-INS-CYCLES (WS-INS-FOUND-IX).
126900     ADD WS-AUD-AMOUNT      TO WS-INS-AMT (WS-INS-FOUND-IX).
127000     ADD WS-AUD-DEBIT-CNT   TO WS-INS-DR-CNT (WS-INS-FOUND-IX).
127100     ADD WS-AUD-DEBIT-AMT   TO WS-INS-DR-AMT (WS-INS-FOUND-IX).
127200     ADD WS-AUD-CREDIT-CNT  TO WS-INS-CR-CNT (WS-INS-FOUND-IX).
127300     ADD WS-AUD-CREDIT-AMT  TO WS-INS-CR-AMT (WS-INS-FOUND-IX).
127400     ADD WS-AUD-ADJ-CNT     TO WS-INS-ADJ-CNT (WS-INS-FOUND-IX).
127500     ADD WS-AUD-ADJ-AMT     TO WS-INS-ADJ-AMT (WS-INS-FOUND-IX).
127600     ADD WS-AUD-DUP-CNT     TO WS-INS-DUP-CNT (WS-INS-FOUND-IX).
127700     ADD WS-AUD-HELD-CNT    TO WS-INS-HELD-CNT (WS-INS-FOUND-IX).
127800     IF NOT WS-AUD-EXTRACT-PRODUCED
127900         GO TO 2450-ACCUMULATE-EXIT
128000     END-IF.
128100     MOVE WS-AUD-RUN-DATE TO WS-LOOKUP-DATE.
128200     PERFORM 6200-FIND-SECTION THRU 6200-FIND-SECTION-EXIT.
128300     IF WS-SEC-FOUND
128400         GO TO 2450-ACCUMULATE-EXIT
128500     END-IF.
128600     PERFORM 6300-ADD-SECTION THRU 6300-ADD-SECTION-EXIT.
128700     ADD 1 TO WS-NOTRAIL-CNT.
128800     MOVE SPACES           TO WS-EXC-LINE.
128900     MOVE 'NOTRAIL'        TO EXC-LABEL.
129000     MOVE WS-LOOKUP-NAME   TO EXC-KEY.
129100     MOVE WS-LOOKUP-DATE   TO EXC-DATE.
129200     MOVE 'SUMMARY CLAIMS AN EXTRACT BUT NO TRAILER WAS FOUND'
129300         TO EXC-TEXT.
129400     MOVE WS-EXC-LINE TO RPT-LINE.
129500     WRITE RPT-LINE.
129600 2450-ACCUMULATE-EXIT.
129700     EXIT.
129800
129900*****************************************************************
130000*  2500-MATCH-ACK  --  MATCH EVERY ACKNOWLEDGMENT DATED IN THE
130100*                    PERIOD AGAINST THE SECTION TABLE, AS
130200*                    ACKMATCH DOES FOR ONE DATE.  A MISSING
130300*                    ACKNOWLEDGMENT FILE LEAVES EVERY SECTION
130400*                    UNACKNOWLEDGED.
130500*****************************************************************
130600 2500-MATCH-ACK.
130700     OPEN INPUT ACK-FILE.
130800     IF WS-ACK-STATUS NOT = '00'
130900         DISPLAY 'PERCLOSE0023W - ACKNOWLEDGMENT FILE COULD NOT '
131000             'BE OPENED (STATUS ' WS-ACK-STATUS ') - EVERY '
131100             'EXTRACTED SECTION WILL REPORT AS UNACKNOWLEDGED'
131200         SET WS-ACK-EOF TO TRUE
131300     ELSE
131400         MOVE 'Y' TO WS-ACK-OPEN-SW
131500     END-IF.
131600     PERFORM 2550-MATCH-ONE-ACK THRU 2550-MATCH-ONE-ACK-EXIT
131700         UNTIL WS-ACK-EOF.
131800 2500-MATCH-ACK-EXIT.
131900     EXIT.
132000
132100 2550-MATCH-ONE-ACK.
132200     READ ACK-FILE
132300         AT END
132400             SET WS-ACK-EOF TO TRUE
132500             GO TO 2550-MATCH-ONE-ACK-EXIT
132600     END-READ.
132700     IF ACK-BUS-DATE NOT NUMERIC
132800         OR ACK-BUS-DATE < WS-PERIOD-START
132900         OR ACK-BUS-DATE > WS-PERIOD-END
133000         GO TO 2550-MATCH-ONE-ACK-EXIT
133100     END-IF.
133200     MOVE ACK-LOOP-NAME TO WS-LOOKUP-NAME.
133300     MOVE ACK-BUS-DATE  TO WS-LOOKUP-DATE.
133400     PERFORM 6200-FIND-SECTION THRU 6200-FIND-SECTION-EXIT.
133500     IF NOT WS-SEC-FOUND
133600         ADD 1 TO WS-ORPHAN-CNT
133700         MOVE SPACES          TO WS-EXC-LINE
133800         MOVE 'ORPHAN'        TO EXC-LABEL
133900         MOVE ACK-LOOP-NAME   TO EXC-KEY
134000         MOVE ACK-BUS-DATE    TO EXC-DATE
134100         MOVE 'ACKNOWLEDGED BUT NO EXTRACT SECTION (NOTED ONLY)'
134200             TO EXC-TEXT
134300         MOVE WS-EXC-LINE TO RPT-LINE
134400         WRITE RPT-LINE
134500         GO TO 2550-MATCH-ONE-ACK-EXIT
134600     END-IF.
134700     MOVE 'Y' TO WS-SEC-ACKED-SW (WS-SEC-FOUND-IX).
134800     IF ACK-COUNT = WS-SEC-CNT (WS-SEC-FOUND-IX)
134900         AND ACK-AMOUNT = WS-SEC-AMT (WS-SEC-FOUND-IX)
135000         ADD 1 TO WS-MATCHED-CNT
135100         GO TO 2550-MATCH-ONE-ACK-EXIT
135200     END-IF.
135300     ADD 1 TO WS-MISMATCH-CNT.
135400     MOVE ACK-LOOP-NAME                  TO DIFF-NAME.
135500     MOVE ACK-BUS-DATE                   TO DIFF-DATE.
135600     MOVE WS-SEC-CNT (WS-SEC-FOUND-IX)   TO DIFF-EXT-CNT.
135700     MOVE WS-SEC-AMT (WS-SEC-FOUND-IX)   TO DIFF-EXT-AMT.
135800     MOVE ACK-COUNT                      TO DIFF-ACK-CNT.
135900     MOVE ACK-AMOUNT                     TO DIFF-ACK-AMT.
136000     MOVE WS-DIFF-LINE TO RPT-LINE.
136100     WRITE RPT-LINE.
136200 2550-MATCH-ONE-ACK-EXIT.
136300     EXIT.
136400
136500*****************************************************************
136600*  2650-REPORT-ONE-UNACKED  --  A SECTION WITH A TRAILER AND NO
136700*                    ACKNOWLEDGMENT NEVER POSTED.  A TRAILERLESS
136800*                    ENTRY WAS ALREADY REPORTED AS NOTRAIL.
136900*****************************************************************
137000 2650-REPORT-ONE-UNACKED.
137100     ADD 1 TO WS-SEC-IX.
137200     IF WS-SEC-ACKED (WS-SEC-IX)
137300         OR NOT WS-SEC-HAS-TRAILER (WS-SEC-IX)
137400         GO TO 2650-REPORT-ONE-UNACKED-EXIT
137500     END-IF.
137600     ADD 1 TO WS-UNACKED-CNT.
137700     MOVE SPACES                  TO WS-EXC-LINE.
137800     MOVE 'UNACKED'               TO EXC-LABEL.
137900     MOVE WS-SEC-NAME (WS-SEC-IX) TO EXC-KEY.
138000     MOVE WS-SEC-DATE (WS-SEC-IX) TO EXC-DATE.
138100     MOVE 'EXTRACTED BUT NOT ACKNOWLEDGED BY THE LEDGER'
138200         TO EXC-TEXT.
138300     MOVE WS-EXC-LINE TO RPT-LINE.
138400     WRITE RPT-LINE.
138500 2650-REPORT-ONE-UNACKED-EXIT.
138600     EXIT.
138700
138800*****************************************************************
138900*  2700-SCAN-PENDING  --  AN ITEM STILL ON THE PENDING-APPROVAL
139000*                    FILE THAT WAS HELD ON OR BEFORE THE PERIOD
139100*                    END HAS NOT BEEN DECIDED BY APPRUTIL AND
139200*                    BLOCKS THE CLOSE.  NO FILE MEANS NOTHING
139300*                    IS PENDING.
139400*****************************************************************
139500 2700-SCAN-PENDING.
139600     OPEN INPUT PEND-FILE.
139700     IF WS-PEND-STATUS = '35'
139800         GO TO 2700-SCAN-PENDING-EXIT
139900     END-IF.
140000     IF WS-PEND-STATUS NOT = '00'
140100         DISPLAY 'PERCLOSE0024E - PENDING-APPROVAL FILE COULD '
140200             'NOT BE OPENED (STATUS ' WS-PEND-STATUS ') - '
140300             'PERIOD NOT CLOSED'
140400         MOVE 16 TO RETURN-CODE
140500         STOP RUN
140600     END-IF.
140700     PERFORM 2750-CHECK-ONE-PENDING
140800         THRU 2750-CHECK-ONE-PENDING-EXIT
140900         UNTIL WS-PEND-EOF.
141000     CLOSE PEND-FILE.
141100 2700-SCAN-PENDING-EXIT.
141200     EXIT.
141300
141400 2750-CHECK-ONE-PENDING.
141500     READ PEND-FILE
141600         AT END
141700             SET WS-PEND-EOF TO TRUE
141800             GO TO 2750-CHECK-ONE-PENDING-EXIT
141900     END-READ.
142000     IF PEND-HELD-DATE NUMERIC
142100         AND PEND-HELD-DATE > WS-PERIOD-END
142200         GO TO 2750-CHECK-ONE-PENDING-EXIT
142300     END-IF.
142400     MOVE PEND-TRAN-IMAGE TO WS-IMAGE.
142500     ADD 1 TO WS-HELD-OPEN-CNT.
142600     MOVE SPACES          TO WS-EXC-LINE.
142700     MOVE 'HELD'          TO EXC-LABEL.
142800     MOVE WS-IMG-TRAN-ID  TO EXC-KEY.
142900     MOVE PEND-HELD-DATE  TO EXC-DATE.
143000     STRING 'AWAITING APPROVAL - INSTANCE ' PEND-LOOP-NAME
143100         DELIMITED BY SIZE INTO EXC-TEXT.
143200     MOVE WS-EXC-LINE TO RPT-LINE.
143300     WRITE RPT-LINE.
143400 2750-CHECK-ONE-PENDING-EXIT.
143500     EXIT.
143600
143700*****************************************************************
143800*  2800-SCAN-DUPLICATES  --  AN ITEM STILL ON THE DUPLICATE
143900*                    REVIEW FILE DATED ON OR BEFORE THE PERIOD
144000*                    END HAS NOT BEEN RESOLVED BY DUPRES AND
144100*                    BLOCKS THE CLOSE.  THE TRANSACTION DATE
144200*                    DECIDES; AN IMAGE WITHOUT ONE FALLS BACK TO
144300*                    THE FIRST SIGHTING'S RUN DATE.  NO FILE
144400*                    MEANS NOTHING IS WAITING.
144500*****************************************************************
144600 2800-SCAN-DUPLICATES.
144700     OPEN INPUT DUP-FILE.
144800     IF WS-DUP-STATUS = '35'
144900         GO TO 2800-SCAN-DUPLICATES-EXIT
145000     END-IF.
145100     IF WS-DUP-STATUS NOT = '00'
145200         DISPLAY 'PERCLOSE0025E - DUPLICATE REVIEW FILE COULD '
145300             'NOT BE OPENED (STATUS ' WS-DUP-STATUS ') - '
145400             'PERIOD NOT CLOSED'
145500         MOVE 16 TO RETURN-CODE
145600         STOP RUN
145700     END-IF.
145800     PERFORM 2850-CHECK-ONE-DUPLICATE
145900         THRU 2850-CHECK-ONE-DUPLICATE-EXIT
146000         UNTIL WS-DUP-EOF.
146100     CLOSE DUP-FILE.
146200 2800-SCAN-DUPLICATES-EXIT.
146300     EXIT.
146400
146500 2850-CHECK-ONE-DUPLICATE.
146600     READ DUP-FILE
146700         AT END
146800             SET WS-DUP-EOF TO TRUE
146900             GO TO 2850-CHECK-ONE-DUPLICATE-EXIT
147000     END-READ.
147100     MOVE DUP-TRAN-IMAGE TO WS-IMAGE.
147200     IF WS-IMG-TRAN-DATE NUMERIC
147300         MOVE WS-IMG-TRAN-DATE TO WS-ITEM-DATE
147400     ELSE
147500         IF DUP-FIRST-RUN-DATE NUMERIC
147600             MOVE DUP-FIRST-RUN-DATE TO WS-ITEM-DATE
147700         ELSE
147800             MOVE ZERO TO WS-ITEM-DATE
147900         END-IF
148000     END-IF.
148100     IF WS-ITEM-DATE > WS-PERIOD-END
148200         GO TO 2850-CHECK-ONE-DUPLICATE-EXIT
148300     END-IF.
148400     ADD 1 TO WS-DUP-OPEN-CNT.
148500     MOVE SPACES          TO WS-EXC-LINE.
148600     MOVE 'DUPLICATE'     TO EXC-LABEL.
148700     MOVE WS-IMG-TRAN-ID  TO EXC-KEY.
148800     MOVE WS-ITEM-DATE    TO EXC-DATE.
148900     STRING 'AWAITING RESOLUTION - FIRST SEEN IN '
149000         DUP-FIRST-LOOP-NAME
149100         DELIMITED BY SIZE INTO EXC-TEXT.
149200     MOVE WS-EXC-LINE TO RPT-LINE.
149300     WRITE RPT-LINE.
149400 2850-CHECK-ONE-DUPLICATE-EXIT.
149500     EXIT.
149600
149700*****************************************************************
149800*  2900-CHECK-ONE-INSTANCE  --  A LOOPCTL INSTANCE WITH NO
149900*                    SUMMARY RECORD ON A DUE PROCESSING DAY IS
150000*                    A MISSED RUN, EXACTLY AS RECONRPT WOULD
150100*                    HAVE REPORTED IT THAT NIGHT.
150200*****************************************************************
150300 2900-CHECK-ONE-INSTANCE.
150400     ADD 1 TO WS-INS-IX.
150500     IF NOT WS-INS-EXPECTED (WS-INS-IX)
150600         GO TO 2900-CHECK-ONE-INSTANCE-EXIT
150700     END-IF.
150800     MOVE ZERO TO WS-DAY-IX.
150900     PERFORM 2950-CHECK-ONE-INST-DAY
151000         THRU 2950-CHECK-ONE-INST-DAY-EXIT
151100         WS-MONTH-MAX-DAY TIMES.
151200 2900-CHECK-ONE-INSTANCE-EXIT.
151300     EXIT.
151400
151500 2950-CHECK-ONE-INST-DAY.
151600     ADD 1 TO WS-DAY-IX.
151700     IF NOT WS-DAY-IS-DUE (WS-DAY-IX)
151800         OR WS-INS-RAN (WS-INS-IX, WS-DAY-IX)
151900         GO TO 2950-CHECK-ONE-INST-DAY-EXIT
152000     END-IF.
152100     ADD 1 TO WS-MISSED-CNT.
152200     MOVE WS-PERIOD-START TO WS-WORK-DATE.
152300     MOVE WS-DAY-IX       TO WS-WORK-DAY.
152400     MOVE SPACES                  TO WS-EXC-LINE.
152500     MOVE 'MISSED'                TO EXC-LABEL.
152600     MOVE WS-INS-NAME (WS-INS-IX) TO EXC-KEY.
152700     MOVE WS-WORK-DATE            TO EXC-DATE.
152800     MOVE 'NO SUMMARY RECORD FOR THE PROCESSING DAY'
152900         TO EXC-TEXT.
153000     MOVE WS-EXC-LINE TO RPT-LINE.
153100     WRITE RPT-LINE.
153200 2950-CHECK-ONE-INST-DAY-EXIT.
153300     EXIT.
153400
153500*****************************************************************
153600*  2990-PRINT-CHECKS  --  THE CHECK RESULTS, PRINTED ON THE
153700*                    CERTIFICATE AND ON A REFUSAL ALIKE.
153800*****************************************************************
153900 2990-PRINT-CHECKS.
154000     MOVE SPACES TO RPT-LINE.
154100     WRITE RPT-LINE.
154200     MOVE 'CHECK RESULTS' TO SECT-TITLE.
154300     MOVE WS-SECTION-LINE TO RPT-LINE.
154400     WRITE RPT-LINE.
154500     MOVE 'PROCESSING DAYS IN THE PERIOD'       TO TOT-LABEL.
154600     MOVE WS-PROC-DAY-CNT                       TO TOT-COUNT.
154700     PERFORM 8000-WRITE-TOT THRU 8000-WRITE-TOT-EXIT.
154800     MOVE 'EXTRACT SECTIONS IN THE PERIOD'      TO TOT-LABEL.
154900     MOVE WS-SEC-COUNT                          TO TOT-COUNT.
155000     PERFORM 8000-WRITE-TOT THRU 8000-WRITE-TOT-EXIT.
155100     MOVE 'ACKNOWLEDGMENTS MATCHED'             TO TOT-LABEL.
155200     MOVE WS-MATCHED-CNT                        TO TOT-COUNT.
155300     PERFORM 8000-WRITE-TOT THRU 8000-WRITE-TOT-EXIT.
155400     MOVE 'SECTIONS NOT ACKNOWLEDGED'           TO TOT-LABEL.
155500     MOVE WS-UNACKED-CNT                        TO TOT-COUNT.
155600     PERFORM 8000-WRITE-TOT THRU 8000-WRITE-TOT-EXIT.
155700     MOVE 'ACKNOWLEDGMENTS WITH DIFFERENT TOTALS' TO TOT-LABEL.
155800     MOVE WS-MISMATCH-CNT                       TO TOT-COUNT.
155900     PERFORM 8000-WRITE-TOT THRU 8000-WRITE-TOT-EXIT.
156000     MOVE 'SUMMARY CLAIMS WITH NO TRAILER'      TO TOT-LABEL.
156100     MOVE WS-NOTRAIL-CNT                        TO TOT-COUNT.
156200     PERFORM 8000-WRITE-TOT THRU 8000-WRITE-TOT-EXIT.
156300     MOVE 'ORPHAN ACKNOWLEDGMENTS (NOTED ONLY)' TO TOT-LABEL.
156400     MOVE WS-ORPHAN-CNT                         TO TOT-COUNT.
156500     PERFORM 8000-WRITE-TOT THRU 8000-WRITE-TOT-EXIT.
156600     MOVE 'ITEMS STILL AWAITING APPROVAL'       TO TOT-LABEL.
156700     MOVE WS-HELD-OPEN-CNT                      TO TOT-COUNT.
156800     PERFORM 8000-WRITE-TOT THRU 8000-WRITE-TOT-EXIT.
156900     MOVE 'DUPLICATES STILL AWAITING RESOLUTION' TO TOT-LABEL.
157000     MOVE WS-DUP-OPEN-CNT                       TO TOT-COUNT.
157100     PERFORM 8000-WRITE-TOT THRU 8000-WRITE-TOT-EXIT.
157200     MOVE 'MISSED INSTANCE RUNS'                TO TOT-LABEL.
157300     MOVE WS-MISSED-CNT                         TO TOT-COUNT.
157400     PERFORM 8000-WRITE-TOT THRU 8000-WRITE-TOT-EXIT.
157500     MOVE 'TOTAL EXCEPTIONS'                    TO TOT-LABEL.
157600     MOVE WS-EXCEPTION-CNT                      TO TOT-COUNT.
157700     PERFORM 8000-WRITE-TOT THRU 8000-WRITE-TOT-EXIT.
157800 2990-PRINT-CHECKS-EXIT.
157900     EXIT.
158000
158100*****************************************************************
158200*  3000-CLOSE-PERIOD  --  THE PERIOD IS CLEAN.  ADD ITS 'P'
158300*                    RECORD TO THE CALENDAR, RECORD THE CLOSE ON
158400*                    THE HISTORY FILE, AND PRINT THE CLOSE
158500*                    CERTIFICATE.
158600*****************************************************************
158700 3000-CLOSE-PERIOD.
158800     IF WS-PCL-COUNT >= WS-PCL-MAX-ENTRIES
158900         DISPLAY 'PERCLOSE0014E - CLOSED PERIODS EXCEED '
159000             WS-PCL-MAX-ENTRIES ' RECORDS - TABLE FULL'
159100         MOVE 16 TO RETURN-CODE
159200         STOP RUN
159300     END-IF.
159400     ADD 1 TO WS-PCL-COUNT.
159500     MOVE WS-PERIOD-START TO WS-PCL-START (WS-PCL-COUNT).
159600     MOVE WS-PERIOD-END   TO WS-PCL-END (WS-PCL-COUNT).
159700     PERFORM 7000-WRITE-CALENDAR THRU 7000-WRITE-CALENDAR-EXIT.
159800     MOVE 'C'    TO PCLH-ACTION.
159900     MOVE SPACES TO PCLH-REASON.
160000     PERFORM 7500-WRITE-HISTORY THRU 7500-WRITE-HISTORY-EXIT.
160100     PERFORM 3100-PRINT-CERTIFICATE
160200         THRU 3100-PRINT-CERTIFICATE-EXIT.
160300     DISPLAY 'PERCLOSE0027I - PERIOD ' PARM-PERIOD ' ('
160400         WS-PERIOD-START ' - ' WS-PERIOD-END ') CLOSED BY '
160500         PARM-USER-ID.
160600 3000-CLOSE-PERIOD-EXIT.
160700     EXIT.
160800
160900*****************************************************************
161000*  3100-PRINT-CERTIFICATE  --  THE PERIOD'S TOTALS BY INSTANCE
161100*                    FROM THE SUMMARY RECORDS, THE GRAND TOTALS,
161200*                    THE REVERSALS POSTED IN THE PERIOD, AND THE
161300*                    SIGN-OFF BLOCK.
161400*****************************************************************
161500 3100-PRINT-CERTIFICATE.
161600     MOVE SPACES TO RPT-LINE.
161700     WRITE RPT-LINE.
161800     MOVE 'CLOSE CERTIFICATE - PERIOD TOTALS BY INSTANCE'
161900         TO SECT-TITLE.
162000     MOVE WS-SECTION-LINE TO RPT-LINE.
162100     WRITE RPT-LINE.
162200     MOVE WS-INS-HDG TO RPT-LINE.
162300     WRITE RPT-LINE.
162400     MOVE ZERO TO WS-INS-IX.
162500     PERFORM 3150-PRINT-ONE-INSTANCE
162600         THRU 3150-PRINT-ONE-INSTANCE-EXIT
162700         WS-INS-COUNT TIMES.
162800     MOVE 'TOTAL'           TO INS-NAME.
162900     MOVE WS-GRD-RUNS       TO INS-RUNS.
163000     MOVE WS-GRD-CYCLES     TO INS-CYCLES.
163100     MOVE WS-GRD-AMT        TO INS-AMT.
163200     MOVE WS-GRD-DR-CNT     TO INS-DR-CNT.
163300     MOVE WS-GRD-DR-AMT     TO INS-DR-AMT.
163400     MOVE WS-GRD-CR-CNT     TO INS-CR-CNT.
163500     MOVE WS-GRD-CR-AMT     TO INS-CR-AMT.
163600     MOVE WS-GRD-ADJ-CNT    TO INS-ADJ-CNT.
163700     MOVE WS-GRD-ADJ-AMT    TO INS-ADJ-AMT.
163800     MOVE WS-GRD-DUP-CNT    TO INS-DUP-CNT.
163900     MOVE WS-GRD-HELD-CNT   TO INS-HELD-CNT.
164000     MOVE WS-INS-LINE TO RPT-LINE.
164100     WRITE RPT-LINE.
164200     MOVE SPACES TO RPT-LINE.
164300     WRITE RPT-LINE.
164400     MOVE 'REVERSALS POSTED IN THE PERIOD'      TO TOT-LABEL.
164500     MOVE WS-REV-RUN-CNT                        TO TOT-COUNT.
164600     PERFORM 8000-WRITE-TOT THRU 8000-WRITE-TOT-EXIT.
164700     MOVE 'TRANSACTIONS REVERSED'               TO TOT-LABEL.
164800     MOVE WS-REV-TRAN-CNT                       TO TOT-COUNT.
164900     PERFORM 8000-WRITE-TOT THRU 8000-WRITE-TOT-EXIT.
165000     MOVE 'AMOUNT REVERSED'                     TO AMT-LABEL.
165100     MOVE WS-REV-AMT                            TO AMT-VALUE.
165200     MOVE WS-AMT-LINE TO RPT-LINE.
165300     WRITE RPT-LINE.
165400     MOVE SPACES TO RPT-LINE.
165500     WRITE RPT-LINE.
165600     MOVE 'PERIOD CLOSED - THE RUN CALENDAR NOW REFUSES HELLO, '
165700         TO SECT-TITLE.
165800     MOVE WS-SECTION-LINE TO RPT-LINE.
165900     WRITE RPT-LINE.
166000     MOVE 'REVGEN, CALROLL AND CALMNT FOR ANY DATE IN IT'
166100         TO SECT-TITLE.
166200     MOVE WS-SECTION-LINE TO RPT-LINE.
166300     WRITE RPT-LINE.
166400     MOVE SPACES TO RPT-LINE.
166500     WRITE RPT-LINE.
166600     MOVE PARM-USER-ID     TO SIGN-USER-ID.
166700     MOVE WS-BUSINESS-DATE TO SIGN-DATE.
166800     MOVE WS-RUN-TIME      TO SIGN-TIME.
166900     MOVE WS-SIGN-LINE-1 TO RPT-LINE.
167000     WRITE RPT-LINE.
167100     MOVE SPACES TO RPT-LINE.
167200     WRITE RPT-LINE.
167300     MOVE WS-SIGN-LINE-2 TO RPT-LINE.
167400     WRITE RPT-LINE.
167500 3100-PRINT-CERTIFICATE-EXIT.
167600     EXIT.
167700
167800 3150-PRINT-ONE-INSTANCE.
167900     ADD 1 TO WS-INS-IX.
168000     IF WS-INS-RUNS (WS-INS-IX) = ZERO
168100         AND NOT WS-INS-EXPECTED (WS-INS-IX)
168200         GO TO 3150-PRINT-ONE-INSTANCE-EXIT
168300     END-IF.
168400     MOVE WS-INS-NAME (WS-INS-IX)     TO INS-NAME.
168500     MOVE WS-INS-RUNS (WS-INS-IX)     TO INS-RUNS.
168600     MOVE WS-INS-CYCLES (WS-INS-IX)   TO INS-CYCLES.
168700     MOVE WS-INS-AMT (WS-INS-IX)      TO INS-AMT.
168800     MOVE WS-INS-DR-CNT (WS-INS-IX)   TO INS-DR-CNT.
168900     MOVE WS-INS-DR-AMT (WS-INS-IX)   TO INS-DR-AMT.
169000     MOVE WS-INS-CR-CNT (WS-INS-IX)   TO INS-CR-CNT.
169100     MOVE WS-INS-CR-AMT (WS-INS-IX)   TO INS-CR-AMT.
169200     MOVE WS-INS-ADJ-CNT (WS-INS-IX)  TO INS-ADJ-CNT.
169300     MOVE WS-INS-ADJ-AMT (WS-INS-IX)  TO INS-ADJ-AMT.
169400     MOVE WS-INS-DUP-CNT (WS-INS-IX)  TO INS-DUP-CNT.
169500     MOVE WS-INS-HELD-CNT (WS-INS-IX) TO INS-HELD-CNT.
169600     MOVE WS-INS-LINE TO RPT-LINE.
169700     WRITE RPT-LINE.
169800     ADD WS-INS-RUNS (WS-INS-IX)     TO WS-GRD-RUNS.
169900     ADD WS-INS-CYCLES (WS-INS-IX)   TO WS-GRD-CYCLES.
170000     ADD WS-INS-AMT (WS-INS-IX)      TO WS-GRD-AMT.
170100     ADD WS-INS-DR-CNT (WS-INS-IX)   TO WS-GRD-DR-CNT.
170200     ADD WS-INS-DR-AMT (WS-INS-IX)   TO WS-GRD-DR-AMT.
170300     ADD WS-INS-CR-CNT (WS-INS-IX)   TO WS-GRD-CR-CNT.
170400     ADD WS-INS-CR-AMT (WS-INS-IX)   TO WS-GRD-CR-AMT.
170500     ADD WS-INS-ADJ-CNT (WS-INS-IX)  TO WS-GRD-ADJ-CNT.
170600     ADD WS-INS-ADJ-AMT (WS-INS-IX)  TO WS-GRD-ADJ-AMT.
170700     ADD WS-INS-DUP-CNT (WS-INS-IX)  TO WS-GRD-DUP-CNT.
170800     ADD WS-INS-HELD-CNT (WS-INS-IX) TO WS-GRD-HELD-CNT.
170900 3150-PRINT-ONE-INSTANCE-EXIT.
171000     EXIT.
171100
171200*****************************************************************
171300*  3500-REFUSE-CLOSE  --  EXCEPTIONS WERE FOUND.  THE CALENDAR
171400*                    IS LEFT UNCHANGED AND RETURN CODE 8 PAGES
171500*                    OPERATIONS TO CLEAR THEM AND RERUN.
171600*****************************************************************
171700 3500-REFUSE-CLOSE.
171800     MOVE SPACES TO RPT-LINE.
171900     WRITE RPT-LINE.
172000     MOVE 'CLOSE REFUSED - CLEAR THE EXCEPTIONS ABOVE AND RERUN'
172100         TO SECT-TITLE.
172200     MOVE WS-SECTION-LINE TO RPT-LINE.
172300     WRITE RPT-LINE.
172400     DISPLAY 'PERCLOSE0026E - PERIOD ' PARM-PERIOD
172500         ' NOT CLOSED - ' WS-EXCEPTION-CNT
172600         ' EXCEPTION(S) - SEE CLOSE REPORT'.
172700 3500-REFUSE-CLOSE-EXIT.
172800     EXIT.
172900
173000*****************************************************************
173100*  4000-REOPEN-PERIOD  --  REMOVE THE PERIOD'S 'P' RECORD FROM
173200*                    THE CALENDAR AND RECORD THE REOPEN, WITH
173300*                    THE USER AND REASON, ON THE HISTORY FILE.
173400*                    A PERIOD THAT IS NOT CLOSED IS LEFT ALONE.
173500*****************************************************************
173600 4000-REOPEN-PERIOD.
173700     IF WS-PCL-FOUND-IX = ZERO
173800         DISPLAY 'PERCLOSE0016W - PERIOD ' PARM-PERIOD
173900             ' IS NOT CLOSED - NOTHING TO REOPEN'
174000         MOVE 'PERIOD IS NOT CLOSED - CALENDAR UNCHANGED'
174100             TO SECT-TITLE
174200         MOVE WS-SECTION-LINE TO RPT-LINE
174300         WRITE RPT-LINE
174400         GO TO 4000-REOPEN-PERIOD-EXIT
174500     END-IF.
174600     MOVE ZERO TO WS-PCL-START (WS-PCL-FOUND-IX)
174700                  WS-PCL-END (WS-PCL-FOUND-IX).
174800     PERFORM 7000-WRITE-CALENDAR THRU 7000-WRITE-CALENDAR-EXIT.
174900     MOVE 'R'         TO PCLH-ACTION.
175000     MOVE PARM-REASON TO PCLH-REASON.
175100     PERFORM 7500-WRITE-HISTORY THRU 7500-WRITE-HISTORY-EXIT.
175200     MOVE 'PERIOD REOPENED - HELLO, REVGEN, CALROLL AND CALMNT '
175300         TO SECT-TITLE.
175400     MOVE WS-SECTION-LINE TO RPT-LINE.
175500     WRITE RPT-LINE.
175600     MOVE 'ACCEPT ITS DATES AGAIN UNTIL IT IS CLOSED AGAIN'
175700         TO SECT-TITLE.
175800     MOVE WS-SECTION-LINE TO RPT-LINE.
175900     WRITE RPT-LINE.
176000     MOVE PARM-REASON TO RSN-TEXT.
176100     MOVE WS-REASON-LINE TO RPT-LINE.
176200     WRITE RPT-LINE.
176300     MOVE 'REOPENED BY   ' TO SIGN-LABEL.
176400     MOVE PARM-USER-ID     TO SIGN-USER-ID.
176500     MOVE WS-BUSINESS-DATE TO SIGN-DATE.
176600     MOVE WS-RUN-TIME      TO SIGN-TIME.
176700     MOVE WS-SIGN-LINE-1 TO RPT-LINE.
176800     WRITE RPT-LINE.
176900     DISPLAY 'PERCLOSE0029I - PERIOD ' PARM-PERIOD
177000         ' REOPENED BY ' PARM-USER-ID.
177100 4000-REOPEN-PERIOD-EXIT.
177200     EXIT.
177300
177400*****************************************************************
177500*  6000-FIND-INSTANCE  --  LOOK THE LOOKUP NAME UP IN THE
177600*                    INSTANCE TABLE.
177700*****************************************************************
177800 6000-FIND-INSTANCE.
177900     SET WS-INS-FOUND TO FALSE.
178000     MOVE ZERO TO WS-INS-FOUND-IX.
178100     MOVE ZERO TO WS-INS-IX.
178200     PERFORM 6050-CHECK-ONE-INSTANCE
178300         THRU 6050-CHECK-ONE-INSTANCE-EXIT
178400         WS-INS-COUNT TIMES.
178500 6000-FIND-INSTANCE-EXIT.
178600     EXIT.
178700
178800 6050-CHECK-ONE-INSTANCE.
178900     ADD 1 TO WS-INS-IX.
179000     IF NOT WS-INS-FOUND
179100         IF WS-INS-NAME (WS-INS-IX) = WS-LOOKUP-NAME
179200             SET WS-INS-FOUND TO TRUE
179300             MOVE WS-INS-IX TO WS-INS-FOUND-IX
179400         END-IF
179500     END-IF.
179600 6050-CHECK-ONE-INSTANCE-EXIT.
179700     EXIT.
179800
179900*****************************************************************
180000*  6100-ADD-INSTANCE  --  ADD A FRESH, UNEXPECTED ENTRY FOR THE
180100*                    LOOKUP NAME.  MORE INSTANCES THAN THE TABLE
180200*                    HOLDS IS FATAL RATHER THAN SILENT
180300*                    TRUNCATION.
180400*****************************************************************
180500 6100-ADD-INSTANCE.
180600     IF WS-INS-COUNT >= WS-INS-MAX-ENTRIES
180700         DISPLAY 'PERCLOSE0018E - INSTANCES EXCEED '
180800             WS-INS-MAX-ENTRIES ' - TABLE FULL'
180900         MOVE 16 TO RETURN-CODE
181000         STOP RUN
181100     END-IF.
181200     ADD 1 TO WS-INS-COUNT.
181300     MOVE WS-LOOKUP-NAME TO WS-INS-NAME (WS-INS-COUNT).
181400     MOVE 'N'   TO WS-INS-EXPECTED-SW (WS-INS-COUNT).
181500     MOVE ZERO  TO WS-INS-RUNS (WS-INS-COUNT)
181600                   WS-INS-CYCLES (WS-INS-COUNT)
181700                   WS-INS-AMT (WS-INS-COUNT)
181800                   WS-INS-DR-CNT (WS-INS-COUNT)
181900                   WS-INS-DR-AMT (WS-INS-COUNT)
182000                   WS-INS-CR-CNT (WS-INS-COUNT)
182100                   WS-INS-CR-AMT (WS-INS-COUNT)
182200                   WS-INS-ADJ-CNT (WS-INS-COUNT)
182300                   WS-INS-ADJ-AMT (WS-INS-COUNT)
182400                   WS-INS-DUP-CNT (WS-INS-COUNT)
182500                   WS-INS-HELD-CNT (WS-INS-COUNT).
182600     MOVE SPACES TO WS-INS-DAYS (WS-INS-COUNT).
182700     MOVE WS-INS-COUNT TO WS-INS-FOUND-IX.
182800     SET WS-INS-FOUND TO TRUE.
182900 6100-ADD-INSTANCE-EXIT.
183000     EXIT.
183100
183200*****************************************************************
183300*  6200-FIND-SECTION  --  LOOK THE LOOKUP NAME AND DATE UP IN
183400*                    THE SECTION TABLE.
183500*****************************************************************
183600 6200-FIND-SECTION.
183700     SET WS-SEC-FOUND TO FALSE.
183800     MOVE ZERO TO WS-SEC-FOUND-IX.
183900     MOVE ZERO TO WS-SEC-IX.
184000     PERFORM 6250-CHECK-ONE-SECTION
184100         THRU 6250-CHECK-ONE-SECTION-EXIT
184200         WS-SEC-COUNT TIMES.
184300 6200-FIND-SECTION-EXIT.
184400     EXIT.
184500
184600 6250-CHECK-ONE-SECTION.
184700     ADD 1 TO WS-SEC-IX.
184800     IF NOT WS-SEC-FOUND
184900         IF WS-SEC-NAME (WS-SEC-IX) = WS-LOOKUP-NAME
185000             AND WS-SEC-DATE (WS-SEC-IX) = WS-LOOKUP-DATE
185100             SET WS-SEC-FOUND TO TRUE
185200             MOVE WS-SEC-IX TO WS-SEC-FOUND-IX
185300         END-IF
185400     END-IF.
185500 6250-CHECK-ONE-SECTION-EXIT.
185600     EXIT.
185700
185800*****************************************************************
185900*  6300-ADD-SECTION  --  ADD A FRESH SECTION ENTRY FOR THE
186000*                    LOOKUP NAME AND DATE.  MORE SECTIONS THAN
186100*                    THE TABLE HOLDS IS FATAL.
186200*****************************************************************
186300 6300-ADD-SECTION.
186400     IF WS-SEC-COUNT >= WS-SEC-MAX-ENTRIES
186500         DISPLAY 'PERCLOSE0020E - EXTRACT SECTIONS EXCEED '
186600             WS-SEC-MAX-ENTRIES ' - TABLE FULL'
186700         MOVE 16 TO RETURN-CODE
186800         STOP RUN
186900     END-IF.
187000     ADD 1 TO WS-SEC-COUNT.
187100     MOVE WS-LOOKUP-NAME TO WS-SEC-NAME (WS-SEC-COUNT).
187200     MOVE WS-LOOKUP-DATE TO WS-SEC-DATE (WS-SEC-COUNT).
187300     MOVE ZERO  TO WS-SEC-CNT (WS-SEC-COUNT).
187400     MOVE ZERO  TO WS-SEC-AMT (WS-SEC-COUNT).
187500     MOVE SPACE TO WS-SEC-TRAILER-SW (WS-SEC-COUNT).
187600     MOVE SPACE TO WS-SEC-ACKED-SW (WS-SEC-COUNT).
187700     MOVE WS-SEC-COUNT TO WS-SEC-FOUND-IX.
187800     SET WS-SEC-FOUND TO TRUE.
187900 6300-ADD-SECTION-EXIT.
188000     EXIT.
188100
188200*****************************************************************
188300*  7000-WRITE-CALENDAR  --  REWRITE THE CALENDAR: THE CURRENT-
188400*                    DATE RECORD UNTOUCHED, THE HOLIDAYS, AND
188500*                    THE CLOSED PERIODS (A REOPENED PERIOD'S
188600*                    ENTRY HAS BEEN ZEROED AND IS DROPPED).
188700*****************************************************************
188800 7000-WRITE-CALENDAR.
188900     OPEN OUTPUT RUNCAL-FILE.
189000     IF WS-RUNCAL-STATUS NOT = '00'
189100         DISPLAY 'PERCLOSE0028E - RUN CALENDAR COULD NOT BE '
189200             'REWRITTEN (STATUS ' WS-RUNCAL-STATUS ') - '
189300             'RESTORE IT FROM BACKUP'
189400         MOVE 16 TO RETURN-CODE
189500         STOP RUN
189600     END-IF.
189700     WRITE CAL-RECORD FROM WS-CURRENT-RECORD.
189800     MOVE ZERO TO WS-HOL-IX.
189900     PERFORM 7100-WRITE-ONE-HOLIDAY
190000         THRU 7100-WRITE-ONE-HOLIDAY-EXIT
190100         WS-HOL-COUNT TIMES.
190200     MOVE ZERO TO WS-PCL-IX.
190300     PERFORM 7200-WRITE-ONE-CLOSED
190400         THRU 7200-WRITE-ONE-CLOSED-EXIT
190500         WS-PCL-COUNT TIMES.
190600     CLOSE RUNCAL-FILE.
190700 7000-WRITE-CALENDAR-EXIT.
190800     EXIT.
190900
191000 7100-WRITE-ONE-HOLIDAY.
191100     ADD 1 TO WS-HOL-IX.
191200     MOVE SPACES TO CAL-RECORD.
191300     MOVE WS-HOL-DATE (WS-HOL-IX) TO CAL-BUS-DATE.
191400     MOVE 'H' TO CAL-STATUS.
191500     MOVE SPACE TO CAL-RERUN-FLAG.
191600     WRITE CAL-RECORD.
191700 7100-WRITE-ONE-HOLIDAY-EXIT.
191800     EXIT.
191900
192000 7200-WRITE-ONE-CLOSED.
192100     ADD 1 TO WS-PCL-IX.
192200     IF WS-PCL-END (WS-PCL-IX) = ZERO
192300         GO TO 7200-WRITE-ONE-CLOSED-EXIT
192400     END-IF.
192500     MOVE SPACES TO CAL-RECORD.
192600     MOVE WS-PCL-END (WS-PCL-IX)   TO CAL-BUS-DATE.
192700     MOVE 'P' TO CAL-STATUS.
192800     MOVE SPACE TO CAL-RERUN-FLAG.
192900     MOVE WS-PCL-START (WS-PCL-IX) TO CAL-PERIOD-START.
193000     WRITE CAL-RECORD.
193100 7200-WRITE-ONE-CLOSED-EXIT.
193200     EXIT.
193300
193400*****************************************************************
193500*  7500-WRITE-HISTORY  --  APPEND THE CLOSE OR REOPEN TO THE
193600*                    PCLHIST FILE.  THE ACTION AND REASON ARE
193700*                    SET BY THE CALLER.
193800*****************************************************************
193900 7500-WRITE-HISTORY.
194000     ACCEPT WS-RUN-TIME FROM TIME.
194100     MOVE WS-BUSINESS-DATE TO PCLH-CHANGE-DATE.
194200     MOVE WS-RUN-TIME      TO PCLH-CHANGE-TIME.
194300     MOVE PARM-USER-ID     TO PCLH-USER-ID.
194400     MOVE WS-PERIOD-START  TO PCLH-PERIOD-START.
194500     MOVE WS-PERIOD-END    TO PCLH-PERIOD-END.
194600     WRITE PCLH-RECORD.
194700 7500-WRITE-HISTORY-EXIT.
194800     EXIT.
194900
195000*****************************************************************
195100*  8000-WRITE-TOT
195200*****************************************************************
195300 8000-WRITE-TOT.
195400     MOVE WS-TOT-LINE TO RPT-LINE.
195500     WRITE RPT-LINE.
195600 8000-WRITE-TOT-EXIT.
195700     EXIT.
195800
195900*****************************************************************
196000*  9000-FINISH  --  CLOSE EVERYTHING STILL OPEN AND SET THE
196100*                    RETURN CODE: 8 CLOSE REFUSED, 4 CLOSED WITH
196200*                    ORPHAN ACKNOWLEDGMENTS NOTED OR NOTHING TO
196300*                    REOPEN, 0 CLEAN.  REFUSALS BEFORE THIS
196400*                    POINT SET THEIR OWN CODE AFTERWARDS.
196500*****************************************************************
196600 9000-FINISH.
196700     IF WS-ARCH-OPEN
196800         CLOSE ARCH-FILE
196900     END-IF.
197000     IF WS-AUDIT-OPEN
197100         CLOSE AUDIT-FILE
197200     END-IF.
197300     IF WS-ACK-OPEN
197400         CLOSE ACK-FILE
197500     END-IF.
197600     CLOSE ENTL-FILE.
197700     CLOSE SECV-FILE.
197800     CLOSE PCLH-FILE.
197900     CLOSE PCL-REPORT-FILE.
198000     MOVE 0 TO RETURN-CODE.
198100     IF PARM-ACTION-REOPEN
198200         IF WS-PCL-FOUND-IX = ZERO
198300             MOVE 4 TO RETURN-CODE
198400         END-IF
198500         GO TO 9000-FINISH-EXIT
198600     END-IF.
198700     IF WS-EXCEPTION-CNT > ZERO
198800         MOVE 8 TO RETURN-CODE
198900         GO TO 9000-FINISH-EXIT
199000     END-IF.
199100     IF WS-ORPHAN-CNT > ZERO
199200         DISPLAY 'PERCLOSE0030W - ' WS-ORPHAN-CNT
199300             ' ORPHAN ACKNOWLEDGMENT(S) NOTED ON THE CERTIFICATE'
199400         MOVE 4 TO RETURN-CODE
199500     END-IF.
199600 9000-FINISH-EXIT.
199700     EXIT.
