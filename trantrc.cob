000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     TRANTRC.
000300 AUTHOR.         R MONTIGNY.
000400 INSTALLATION.   OPERATIONS SUPPORT.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  --------------------
001000*  2026-10-15  RLM  ORIGINAL VERSION.  "WHAT HAPPENED TO
001100*                   TRANSACTION X" MEANT SEARCHING THE REJECT
001200*                   FILE, TRANHIST, THE DUPLICATE SUSPENSE AND
001300*                   ITS HISTORY, THE APPROVAL FILES, THE LEDGER
001400*                   EXTRACT AND THE REVGEN OUTPUT ONE DATASET AT
001500*                   A TIME.  GIVEN A LIST OF TRAN-IDS, OR AN
001600*                   ACCOUNT AND A DATE RANGE, THIS INQUIRY READS
001700*                   EVERY ONE OF THOSE FILES AND PRINTS THE
001800*                   LIFECYCLE OF EACH ITEM IN ORDER: RECEIVED,
001900*                   REJECTED AND WHY, CORRECTED FOR RECYCLE,
002000*                   WAREHOUSED, HELD AS A DUPLICATE AND HOW IT
002100*                   WAS DISPOSED OF, HELD FOR APPROVAL AND WHO
002200*                   RELEASED OR DENIED IT, PROCESSED BY WHICH
002300*                   INSTANCE ON WHICH BUSINESS DATE, EXTRACTED,
002400*                   ACKNOWLEDGED BY THE LEDGER, AND REVERSED.
002500*                   THE AUDIT ARCHIVE IS READ WITH THE ACTIVE
002600*                   TRAIL, AND ARCHIVED GENERATIONS OF THE INPUT
002700*                   AND EXTRACT FILES ARE PICKED UP BY POINTING
002800*                   THE SAME DD AT THEM, SO ITEMS OLDER THAN THE
002900*                   AUDIT RETENTION PERIOD CAN STILL BE TRACED.
003000*                   AN ITEM FOUND IN NO FILE IS REPORTED AS NOT
003100*                   RECEIVED AND SETS RETURN CODE 4.
003133*  2026-10-15  RLM  REJECT REASON 08 (FUTURE-DATED WITH NO
003166*                   INSTANCE TO WAREHOUSE UNDER) IS SPELLED OUT.
003200*****************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.    IBM-370.
003700 OBJECT-COMPUTER.    IBM-370.
003800
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT PARM-FILE ASSIGN TO TRCPARM
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-PARM-STATUS.
004400
004500     SELECT RUNCAL-FILE ASSIGN TO RUNCALF
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-RUNCAL-STATUS.
004800
004900     SELECT TRANIN-FILE ASSIGN TO TRANIN
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-TRANIN-STATUS.
005200
005300     SELECT REJ-FILE ASSIGN TO REJFILE
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-REJ-STATUS.
005600
005700     SELECT CORR-FILE ASSIGN TO CORRFILE
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-CORR-STATUS.
006000
006100     SELECT WHSE-FILE ASSIGN TO WHSEFILE
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-WHSE-STATUS.
006400
006500     SELECT DUP-FILE ASSIGN TO DUPFILE
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-DUP-STATUS.
006800
006900     SELECT DHIST-FILE ASSIGN TO DUPHIST
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-DHIST-STATUS.
007200
007300     SELECT PEND-FILE ASSIGN TO PENDFILE
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-PEND-STATUS.
007600
007700     SELECT APHIST-FILE ASSIGN TO APPRHIST
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-APHIST-STATUS.
008000
008100     SELECT TRANHIST-FILE ASSIGN TO TRANHIST
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS THIST-TRAN-ID
008500         FILE STATUS IS WS-THIST-STATUS.
008600
008700     SELECT EXTRACT-FILE ASSIGN TO EXTRFILE
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-EXTR-STATUS.
009000
009100     SELECT REV-FILE ASSIGN TO REVOUT
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-REV-STATUS.
009400
009500     SELECT ACK-FILE ASSIGN TO ACKFILE
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-ACK-STATUS.
009800
009900     SELECT AUDIT-FILE ASSIGN TO AUDITFIL
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS WS-AUDIT-STATUS.
010200
010300     SELECT ARCH-FILE ASSIGN TO AUDARCH
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS WS-ARCH-STATUS.
010600
010700     SELECT TRACE-REPORT-FILE ASSIGN TO TRCRPT
010800         ORGANIZATION IS LINE SEQUENTIAL.
010900
011000 DATA DIVISION.
011100 FILE SECTION.
011200 FD  PARM-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500 01  PARM-RECORD.
011600     05  PARM-REQ-TYPE              PIC X(01).
011700         88  PARM-REQ-TRAN-ID                  VALUE 'T'.
011800         88  PARM-REQ-ACCOUNT                  VALUE 'A'.
011900     05  FILLER                     PIC X(01).
012000     05  PARM-KEY                   PIC X(10).
012100     05  FILLER                     PIC X(01).
012200     05  PARM-FROM-DATE             PIC X(08).
012300     05  PARM-FROM-DATE-N REDEFINES PARM-FROM-DATE
012400                                    PIC 9(08).
012500     05  FILLER                     PIC X(01).
012600     05  PARM-TO-DATE               PIC X(08).
012700     05  PARM-TO-DATE-N REDEFINES PARM-TO-DATE
012800                                    PIC 9(08).
012900     05  FILLER                     PIC X(50).
013000
013100 FD  RUNCAL-FILE
013200     RECORDING MODE IS F
013300     LABEL RECORDS ARE STANDARD.
013400 COPY RUNCAL.
013500
013600 FD  TRANIN-FILE
013700     RECORDING MODE IS F
013800     LABEL RECORDS ARE STANDARD.
013900 COPY TRANREC.
014000
014100 FD  REJ-FILE
014200     RECORDING MODE IS F
014300     LABEL RECORDS ARE STANDARD.
014400 COPY TRANREJ.
014500
014600 FD  CORR-FILE
014700     RECORDING MODE IS F
014800     LABEL RECORDS ARE STANDARD.
014900 01  CORR-RECORD                    PIC X(47).
015000
015100 FD  WHSE-FILE
015200     RECORDING MODE IS F
015300     LABEL RECORDS ARE STANDARD.
015400 COPY WHSEREC.
015500
015600 FD  DUP-FILE
015700     RECORDING MODE IS F
015800     LABEL RECORDS ARE STANDARD.
015900 COPY DUPREC.
016000
016100 FD  DHIST-FILE
016200     RECORDING MODE IS F
016300     LABEL RECORDS ARE STANDARD.
016400 COPY DUPHIST.
016500
016600 FD  PEND-FILE
016700     RECORDING MODE IS F
016800     LABEL RECORDS ARE STANDARD.
016900 COPY PENDREC.
017000
017100 FD  APHIST-FILE
017200     RECORDING MODE IS F
017300     LABEL RECORDS ARE STANDARD.
017400 COPY APPRHIST.
017500
017600 FD  TRANHIST-FILE
017700     LABEL RECORDS ARE STANDARD.
017800 COPY TRANHIST.
017900
018000 FD  EXTRACT-FILE
018100     RECORDING MODE IS F
018200     LABEL RECORDS ARE STANDARD.
018300 COPY EXTRREC.
018400
018500 FD  REV-FILE
018600     RECORDING MODE IS F
018700     LABEL RECORDS ARE STANDARD.
018800 01  REV-RECORD                     PIC X(29).
018900
019000 FD  ACK-FILE
019100     RECORDING MODE IS F
019200     LABEL RECORDS ARE STANDARD.
019300 COPY ACKREC.
019400
019500 FD  AUDIT-FILE
019600     RECORDING MODE IS F
019700     LABEL RECORDS ARE STANDARD.
019800 01  AUDIT-RECORD                   PIC X(158).
019900
020000 FD  ARCH-FILE
020100     RECORDING MODE IS F
020200     LABEL RECORDS ARE STANDARD.
020300 01  ARCH-RECORD                    PIC X(158).
020400
020500 FD  TRACE-REPORT-FILE
020600     RECORDING MODE IS F
020700     LABEL RECORDS ARE STANDARD.
020800 01  RPT-LINE                       PIC X(132).
020900
021000 WORKING-STORAGE SECTION.
021100*****************************************************************
021200*  SWITCHES AND COUNTERS
021300*****************************************************************
021400 77  WS-PARM-STATUS                 PIC X(02) VALUE SPACES.
021500 77  WS-RUNCAL-STATUS               PIC X(02) VALUE SPACES.
021600 77  WS-TRANIN-STATUS               PIC X(02) VALUE SPACES.
021700 77  WS-REJ-STATUS                  PIC X(02) VALUE SPACES.
021800 77  WS-CORR-STATUS                 PIC X(02) VALUE SPACES.
021900 77  WS-WHSE-STATUS                 PIC X(02) VALUE SPACES.
022000 77  WS-DUP-STATUS                  PIC X(02) VALUE SPACES.
022100 77  WS-DHIST-STATUS                PIC X(02) VALUE SPACES.
022200 77  WS-PEND-STATUS                 PIC X(02) VALUE SPACES.
022300 77  WS-APHIST-STATUS               PIC X(02) VALUE SPACES.
022400 77  WS-THIST-STATUS                PIC X(02) VALUE SPACES.
022500 77  WS-EXTR-STATUS                 PIC X(02) VALUE SPACES.
022600 77  WS-REV-STATUS                  PIC X(02) VALUE SPACES.
022700 77  WS-ACK-STATUS                  PIC X(02) VALUE SPACES.
022800 77  WS-AUDIT-STATUS                PIC X(02) VALUE SPACES.
022900 77  WS-ARCH-STATUS                 PIC X(02) VALUE SPACES.
023000 77  WS-OPEN-STATUS                 PIC X(02) VALUE SPACES.
023100 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
023200 77  WS-REQ-READ-CNT                PIC 9(05) VALUE 0.
023300 77  WS-REQ-IGNORED-CNT             PIC 9(05) VALUE 0.
023400 77  WS-NOT-RECEIVED-CNT            PIC 9(05) VALUE 0.
023500 77  WS-SRC-MISSING-CNT             PIC 9(05) VALUE 0.
023600 77  WS-ITM-MAX-ENTRIES             PIC 9(04) COMP VALUE 1000.
023700 77  WS-ITM-COUNT                   PIC 9(04) COMP VALUE 0.
023800 77  WS-ITM-IX                      PIC 9(04) COMP VALUE 0.
023900 77  WS-ITM-CHK-IX                  PIC 9(04) COMP VALUE 0.
024000 77  WS-EVT-MAX-ENTRIES             PIC 9(04) COMP VALUE 5000.
024100 77  WS-EVT-COUNT                   PIC 9(04) COMP VALUE 0.
024200 77  WS-EVT-IX                      PIC 9(04) COMP VALUE 0.
024300 77  WS-ACR-MAX-ENTRIES             PIC 9(03) COMP VALUE 50.
024400 77  WS-ACR-COUNT                   PIC 9(03) COMP VALUE 0.
024500 77  WS-ACR-IX                      PIC 9(03) COMP VALUE 0.
024600 77  WS-ACK-MAX-ENTRIES             PIC 9(04) COMP VALUE 2000.
024700 77  WS-ACK-COUNT                   PIC 9(04) COMP VALUE 0.
024800 77  WS-ACK-IX                      PIC 9(04) COMP VALUE 0.
024900 77  WS-RVT-MAX-ENTRIES             PIC 9(04) COMP VALUE 1000.
025000 77  WS-RVT-COUNT                   PIC 9(04) COMP VALUE 0.
025100 77  WS-RVT-IX                      PIC 9(04) COMP VALUE 0.
025200 77  WS-SRC-IX                      PIC 9(02) COMP VALUE 0.
025300 77  WS-LOOKUP-ID                   PIC X(10) VALUE SPACES.
025400 77  WS-NEW-ACCOUNT                 PIC X(10) VALUE SPACES.
025500 77  WS-CUR-LOOP-NAME               PIC X(08) VALUE SPACES.
025600 77  WS-CUR-BUS-DATE                PIC 9(08) VALUE ZERO.
025700 77  WS-FROM-DATE                   PIC 9(08) VALUE ZERO.
025800 77  WS-TO-DATE                     PIC 9(08) VALUE ZERO.
025900
026000 01  WS-SWITCHES.
026100     05  WS-PARM-EOF-SW             PIC X(01) VALUE 'N'.
026200         88  WS-PARM-EOF                       VALUE 'Y'.
026300     05  WS-SCAN-EOF-SW             PIC X(01) VALUE 'N'.
026400         88  WS-SCAN-EOF                       VALUE 'Y'
026500             WHEN SET TO FALSE IS 'N'.
026600     05  WS-RESOLVING-SW            PIC X(01) VALUE 'N'.
026700         88  WS-RESOLVING                      VALUE 'Y'
026800             WHEN SET TO FALSE IS 'N'.
026900     05  WS-SOURCE-OPEN-SW          PIC X(01) VALUE 'N'.
027000         88  WS-SOURCE-OPEN                    VALUE 'Y'
027100             WHEN SET TO FALSE IS 'N'.
027200     05  WS-ITEM-FOUND-SW           PIC X(01) VALUE 'N'.
027300         88  WS-ITEM-FOUND                     VALUE 'Y'
027400             WHEN SET TO FALSE IS 'N'.
027500     05  WS-ITEM-ADDED-SW           PIC X(01) VALUE 'N'.
027600         88  WS-ITEM-ADDED                     VALUE 'Y'
027700             WHEN SET TO FALSE IS 'N'.
027800     05  WS-ACK-FOUND-SW            PIC X(01) VALUE 'N'.
027900         88  WS-ACK-FOUND                      VALUE 'Y'
028000             WHEN SET TO FALSE IS 'N'.
028100     05  WS-RVT-FOUND-SW            PIC X(01) VALUE 'N'.
028200         88  WS-RVT-FOUND                      VALUE 'Y'
028300             WHEN SET TO FALSE IS 'N'.
028400     05  WS-REQ-VALID-SW            PIC X(01) VALUE 'N'.
028500         88  WS-REQ-VALID                      VALUE 'Y'
028600             WHEN SET TO FALSE IS 'N'.
028700
028800*****************************************************************
028900*  ITEMS BEING TRACED -- EVERY TRAN-ID REQUESTED, PLUS EVERY
029000*  TRAN-ID FOUND UNDER A REQUESTED ACCOUNT AND DATE RANGE.
029100*  WS-ITM-ACCOUNT IS SPACES FOR AN ITEM REQUESTED BY TRAN-ID.
029200*****************************************************************
029300 01  WS-ITM-TABLE.
029400     05  WS-ITM OCCURS 1000 TIMES.
029500         10  WS-ITM-TRAN-ID         PIC X(10).
029600         10  WS-ITM-ACCOUNT         PIC X(10).
029700         10  WS-ITM-EVT-CNT         PIC 9(04) COMP.
029800
029900*****************************************************************
030000*  ACCOUNT REQUESTS.  A BLANK FROM-DATE OR TO-DATE OPENS THAT
030100*  END OF THE RANGE.
030200*****************************************************************
030300 01  WS-ACR-TABLE.
030400     05  WS-ACR OCCURS 50 TIMES.
030500         10  WS-ACR-ACCOUNT         PIC X(10).
030600         10  WS-ACR-FROM-DATE       PIC 9(08).
030700         10  WS-ACR-TO-DATE         PIC 9(08).
030800         10  WS-ACR-RANGE           PIC X(30).
030900         10  WS-ACR-HIT-CNT         PIC 9(05).
031000
031100*****************************************************************
031200*  EVENTS FOUND, ONE PRINT IMAGE EACH, IN THE ORDER THE SOURCES
031300*  ARE READ -- WHICH IS THE ORDER OF THE LIFECYCLE.
031400*****************************************************************
031500 01  WS-EVT-TABLE.
031600     05  WS-EVT OCCURS 5000 TIMES.
031700         10  WS-EVT-ITEM            PIC 9(04) COMP.
031800         10  WS-EVT-IMAGE           PIC X(117).
031900
032000*****************************************************************
032100*  LEDGER ACKNOWLEDGMENTS AND REVGEN REVERSALS, BY INSTANCE AND
032200*  BUSINESS DATE.
032300*****************************************************************
032400 01  WS-ACK-TABLE.
032500     05  WS-ACK-KEY OCCURS 2000 TIMES.
032600         10  WS-ACK-LOOP-NAME       PIC X(08).
032700         10  WS-ACK-BUS-DATE        PIC 9(08).
032800
032900 01  WS-RVT-TABLE.
033000     05  WS-RVT-KEY OCCURS 1000 TIMES.
033100         10  WS-RVT-LOOP-NAME       PIC X(08).
033200         10  WS-RVT-BUS-DATE        PIC 9(08).
033300
033400*****************************************************************
033500*  SOURCE FILES, IN THE ORDER THEY ARE REPORTED.
033600*****************************************************************
033700 01  WS-SRC-NAMES-V.
033800     05  FILLER                     PIC X(08) VALUE 'TRANIN'.
033900     05  FILLER                     PIC X(08) VALUE 'REJFILE'.
034000     05  FILLER                     PIC X(08) VALUE 'CORRFILE'.
034100     05  FILLER                     PIC X(08) VALUE 'WHSEFILE'.
034200     05  FILLER                     PIC X(08) VALUE 'DUPFILE'.
034300     05  FILLER                     PIC X(08) VALUE 'DUPHIST'.
034400     05  FILLER                     PIC X(08) VALUE 'PENDFILE'.
034500     05  FILLER                     PIC X(08) VALUE 'APPRHIST'.
034600     05  FILLER                     PIC X(08) VALUE 'TRANHIST'.
034700     05  FILLER                     PIC X(08) VALUE 'EXTRFILE'.
034800     05  FILLER                     PIC X(08) VALUE 'REVOUT'.
034900     05  FILLER                     PIC X(08) VALUE 'ACKFILE'.
035000     05  FILLER                     PIC X(08) VALUE 'AUDITFIL'.
035100     05  FILLER                     PIC X(08) VALUE 'AUDARCH'.
035200 01  WS-SRC-NAMES REDEFINES WS-SRC-NAMES-V.
035300     05  WS-SRC-NAME OCCURS 14 TIMES
035400                                    PIC X(08).
035500
035600 01  WS-SRC-TABLE.
035700     05  WS-SRC OCCURS 14 TIMES.
035800         10  WS-SRC-READ-CNT        PIC 9(07).
035900         10  WS-SRC-STATE           PIC X(24).
036000
036100*****************************************************************
036200*  RECORD IMAGES.  EVERY FILE THAT CARRIES AN INPUT TRANSACTION
036300*  CARRIES IT IN THE TRANREC LAYOUT, AND IT IS MOVED HERE SO ONE
036400*  SET OF PARAGRAPHS MATCHES THEM ALL.  THE REVGEN OUTPUT AND
036500*  THE AUDIT RECORDS ARE LIKEWISE WORKED FROM WORKING-STORAGE
036600*  COPIES, THE EXTRACT AND AUDIT LAYOUTS ALREADY BEING IN USE
036700*  FOR THE FILES READ ALONGSIDE THEM.
036800*****************************************************************
036900 01  WS-IMAGE.
037000     05  WS-IMG-TRAN-ID             PIC X(10).
037100     05  WS-IMG-TRAN-DATE           PIC 9(08).
037200     05  WS-IMG-AMOUNT              PIC 9(07)V99.
037300     05  WS-IMG-TYPE-CODE           PIC X(01).
037400     05  WS-IMG-ACCOUNT             PIC X(10).
037500     05  FILLER                     PIC X(09).
037600
037700 01  WS-REV-RECORD.
037800     05  WS-REV-REC-TYPE            PIC X(01).
037900         88  WS-REV-TYPE-HEADER                VALUE 'H'.
038000         88  WS-REV-TYPE-DETAIL                VALUE 'D'.
038100     05  WS-REV-HEADER-DATA.
038200         10  WS-REV-HDR-LOOP-NAME   PIC X(08).
038300         10  WS-REV-HDR-BUS-DATE    PIC 9(08).
038400         10  FILLER                 PIC X(11).
038500     05  WS-REV-DETAIL-DATA REDEFINES WS-REV-HEADER-DATA.
038600         10  WS-REV-DET-TRAN-ID     PIC X(10).
038700         10  WS-REV-DET-TRAN-DATE   PIC 9(08).
038800         10  WS-REV-DET-AMOUNT      PIC 9(07)V99.
038900     05  WS-REV-FLAG                PIC X(01).
039000
039100 01  WS-AUD-RECORD.
039200     05  WS-AUD-REC-TYPE            PIC X(01).
039300         88  WS-AUD-TYPE-REVERSAL              VALUE 'V'.
039400     05  WS-AUD-PROGRAM-NAME        PIC X(08).
039500     05  WS-AUD-LOOP-NAME           PIC X(08).
039600     05  WS-AUD-RUN-DATE            PIC 9(08).
039700     05  FILLER                     PIC X(133).
039800
039900*****************************************************************
040000*  PRINT-IMAGE LINES
040100*****************************************************************
040200 01  WS-HDG-1.
040300     05  FILLER                     PIC X(48) VALUE
040400         'TRANTRC TRANSACTION TRACE INQUIRY'.
040500     05  FILLER                     PIC X(15) VALUE
040600         'BUSINESS DATE:'.
040700     05  HDG-BUS-DATE               PIC 9(08).
040800     05  FILLER                     PIC X(61) VALUE SPACES.
040900
041000 01  WS-HDG-2.
041100     05  FILLER                     PIC X(04) VALUE SPACES.
041200     05  FILLER                     PIC X(10) VALUE 'SOURCE'.
041300     05  FILLER                     PIC X(28) VALUE 'EVENT'.
041400     05  FILLER                     PIC X(10) VALUE 'INSTANCE'.
041500     05  FILLER                     PIC X(10) VALUE 'DATE'.
041600     05  FILLER                     PIC X(10) VALUE 'USER'.
041700     05  FILLER                     PIC X(15) VALUE
041800         '       AMOUNT'.
041900     05  FILLER                     PIC X(30) VALUE 'DETAIL'.
042000     05  FILLER                     PIC X(15) VALUE SPACES.
042100
042200 01  WS-REQ-LINE.
042300     05  REQ-LABEL                  PIC X(10).
042400     05  REQ-KEY                    PIC X(10).
042500     05  FILLER                     PIC X(02) VALUE SPACES.
042600     05  REQ-RANGE                  PIC X(30).
042700     05  REQ-NOTE                   PIC X(30).
042800     05  REQ-COUNT-LABEL            PIC X(12).
042900     05  REQ-COUNT                  PIC ZZZZ9 BLANK WHEN ZERO.
043000     05  FILLER                     PIC X(33) VALUE SPACES.
043100
043200 01  WS-ITEM-LINE.
043300     05  FILLER                     PIC X(08) VALUE 'TRAN-ID'.
043400     05  ITEM-TRAN-ID               PIC X(10).
043500     05  FILLER                     PIC X(02) VALUE SPACES.
043600     05  ITEM-HOW                   PIC X(40).
043700     05  FILLER                     PIC X(72) VALUE SPACES.
043800
043900 01  WS-EVT-LINE.
044000     05  FILLER                     PIC X(04) VALUE SPACES.
044100     05  EVT-SOURCE                 PIC X(08).
044200     05  FILLER                     PIC X(02) VALUE SPACES.
044300     05  EVT-TEXT                   PIC X(26).
044400     05  FILLER                     PIC X(02) VALUE SPACES.
044500     05  EVT-INST                   PIC X(08).
044600     05  FILLER                     PIC X(02) VALUE SPACES.
044700     05  EVT-DATE                   PIC X(08).
044800     05  FILLER                     PIC X(02) VALUE SPACES.
044900     05  EVT-USER                   PIC X(08).
045000     05  FILLER                     PIC X(02) VALUE SPACES.
045100     05  EVT-AMOUNT                 PIC ZZ,ZZZ,ZZ9.99
045200                                    BLANK WHEN ZERO.
045300     05  FILLER                     PIC X(02) VALUE SPACES.
045400     05  EVT-DETAIL                 PIC X(30).
045500
045600 01  WS-NOT-RECEIVED-LINE.
045700     05  FILLER                     PIC X(04) VALUE SPACES.
045800     05  FILLER                     PIC X(50) VALUE
045900         'NOT RECEIVED - NOT FOUND IN ANY SOURCE FILE'.
046000     05  FILLER                     PIC X(78) VALUE SPACES.
046100
046200 01  WS-SRC-LINE.
046300     05  SRC-NAME                   PIC X(08).
046400     05  FILLER                     PIC X(02) VALUE SPACES.
046500     05  SRC-COUNT                  PIC ZZZZZZ9.
046600     05  FILLER                     PIC X(02) VALUE SPACES.
046700     05  SRC-STATE                  PIC X(24).
046800     05  FILLER                     PIC X(89) VALUE SPACES.
046900
047000 01  WS-SRC-HDG.
047100     05  FILLER                     PIC X(10) VALUE 'SOURCE'.
047200     05  FILLER                     PIC X(09) VALUE '   READ'.
047300     05  FILLER                     PIC X(24) VALUE 'STATUS'.
047400     05  FILLER                     PIC X(89) VALUE SPACES.
047500
047600 01  WS-TOT-LINE.
047700     05  TOT-LABEL                  PIC X(40).
047800     05  TOT-COUNT                  PIC ZZZZZZ9.
047900     05  FILLER                     PIC X(85) VALUE SPACES.
048000
048100 PROCEDURE DIVISION.
048200*****************************************************************
048300*  0000-MAINLINE
048400*****************************************************************
048500 0000-MAINLINE.
048600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
048700     IF WS-ACR-COUNT > 0
048800         PERFORM 2000-RESOLVE-ACCOUNTS
048900             THRU 2000-RESOLVE-ACCOUNTS-EXIT
049000     END-IF.
049100     PERFORM 1400-LOAD-ACKS THRU 1400-LOAD-ACKS-EXIT.
049200     PERFORM 1500-LOAD-REVERSALS THRU 1500-LOAD-REVERSALS-EXIT.
049300     PERFORM 3000-SCAN-SOURCES THRU 3000-SCAN-SOURCES-EXIT.
049400     PERFORM 5000-PRINT-TRACE THRU 5000-PRINT-TRACE-EXIT.
049500     PERFORM 6000-FINISH THRU 6000-FINISH-EXIT.
049600     STOP RUN.
049700
049800*****************************************************************
049900*  1000-INITIALIZE  --  SET THE BUSINESS DATE, OPEN THE REPORT,
050000*                    AND READ THE TRACE REQUESTS.  WITHOUT A
050100*                    REQUEST FILE THERE IS NOTHING TO TRACE AND
050200*                    THE RUN IS FATAL.
050300*****************************************************************
050400 1000-INITIALIZE.
050500     INITIALIZE WS-SRC-TABLE.
050600     PERFORM 1100-SET-BUSINESS-DATE
050700         THRU 1100-SET-BUSINESS-DATE-EXIT.
050800     OPEN OUTPUT TRACE-REPORT-FILE.
050900     MOVE WS-BUSINESS-DATE TO HDG-BUS-DATE.
051000     MOVE WS-HDG-1 TO RPT-LINE.
051100     WRITE RPT-LINE.
051200     MOVE SPACES TO RPT-LINE.
051300     WRITE RPT-LINE.
051400     OPEN INPUT PARM-FILE.
051500     IF WS-PARM-STATUS NOT = '00'
051600         DISPLAY 'TRANTRC0001E - TRACE REQUEST FILE COULD NOT BE '
051700             'OPENED (STATUS ' WS-PARM-STATUS ')'
051800         MOVE 16 TO RETURN-CODE
051900         STOP RUN
052000     END-IF.
052100     PERFORM 1200-READ-REQUEST THRU 1200-READ-REQUEST-EXIT
052200         UNTIL WS-PARM-EOF.
052300     CLOSE PARM-FILE.
052400 1000-INITIALIZE-EXIT.
052500     EXIT.
052600
052700*****************************************************************
052800*  1100-SET-BUSINESS-DATE  --  THE RUN CALENDAR'S CURRENT-DATE
052900*                    RECORD DATES THE REPORT; A MISSING OR
053000*                    UNREADABLE CALENDAR FALLS BACK TO THE SYSTEM
053100*                    DATE.
053200*****************************************************************
053300 1100-SET-BUSINESS-DATE.
053400     OPEN INPUT RUNCAL-FILE.
053500     IF WS-RUNCAL-STATUS NOT = '00'
053600         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
053700         GO TO 1100-SET-BUSINESS-DATE-EXIT
053800     END-IF.
053900     READ RUNCAL-FILE
054000         AT END
054100             ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
054200             CLOSE RUNCAL-FILE
054300             GO TO 1100-SET-BUSINESS-DATE-EXIT
054400     END-READ.
054500     IF CAL-BUS-DATE NUMERIC
054600         MOVE CAL-BUS-DATE TO WS-BUSINESS-DATE
054700     ELSE
054800         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
054900     END-IF.
055000     CLOSE RUNCAL-FILE.
055100 1100-SET-BUSINESS-DATE-EXIT.
055200     EXIT.
055300
055400*****************************************************************
055500*  1200-READ-REQUEST  --  ONE TRACE REQUEST.  'T' NAMES A
055600*                    TRAN-ID; 'A' NAMES AN ACCOUNT WITH AN
055700*                    OPTIONAL FROM-DATE AND TO-DATE.  A BLANK
055800*                    RECORD IS SKIPPED; ANYTHING ELSE THAT DOES
055900*                    NOT VALIDATE IS PRINTED AS IGNORED AND SETS
056000*                    RETURN CODE 4.  TRAN-ID REQUESTS GO STRAIGHT
056100*                    INTO THE ITEM TABLE; ACCOUNT REQUESTS ARE
056200*                    RESOLVED TO TRAN-IDS AFTER ALL ARE READ.
056300*****************************************************************
056400 1200-READ-REQUEST.
056500     READ PARM-FILE
056600         AT END
056700             SET WS-PARM-EOF TO TRUE
056800             GO TO 1200-READ-REQUEST-EXIT
056900     END-READ.
057000     IF PARM-RECORD = SPACES
057100         GO TO 1200-READ-REQUEST-EXIT
057200     END-IF.
057300     ADD 1 TO WS-REQ-READ-CNT.
057400     MOVE SPACES TO WS-REQ-LINE.
057500     MOVE ZERO TO REQ-COUNT.
057600     MOVE PARM-KEY TO REQ-KEY.
057700     PERFORM 1250-VALIDATE-REQUEST
057800         THRU 1250-VALIDATE-REQUEST-EXIT.
057900     IF NOT WS-REQ-VALID
058000         ADD 1 TO WS-REQ-IGNORED-CNT
058100         DISPLAY 'TRANTRC0007W - TRACE REQUEST IGNORED: '
058200             PARM-RECORD
058300         MOVE WS-REQ-LINE TO RPT-LINE
058400         WRITE RPT-LINE
058500         GO TO 1200-READ-REQUEST-EXIT
058600     END-IF.
058700     IF PARM-REQ-TRAN-ID
058800         MOVE PARM-KEY TO WS-LOOKUP-ID
058900         MOVE SPACES TO WS-NEW-ACCOUNT
059000         PERFORM 1300-ADD-ITEM THRU 1300-ADD-ITEM-EXIT
059100         MOVE 'TRAN-ID' TO REQ-LABEL
059200         MOVE 'ALL DATES' TO REQ-RANGE
059300         MOVE WS-REQ-LINE TO RPT-LINE
059400         WRITE RPT-LINE
059500         GO TO 1200-READ-REQUEST-EXIT
059600     END-IF.
059700     IF WS-ACR-COUNT >= WS-ACR-MAX-ENTRIES
059800         DISPLAY 'TRANTRC0008E - MORE THAN ' WS-ACR-MAX-ENTRIES
059900             ' ACCOUNT REQUESTS - TABLE FULL'
060000         MOVE 16 TO RETURN-CODE
060100         STOP RUN
060200     END-IF.
060300     ADD 1 TO WS-ACR-COUNT.
060400     MOVE PARM-KEY     TO WS-ACR-ACCOUNT (WS-ACR-COUNT).
060500     MOVE WS-FROM-DATE TO WS-ACR-FROM-DATE (WS-ACR-COUNT).
060600     MOVE WS-TO-DATE   TO WS-ACR-TO-DATE (WS-ACR-COUNT).
060700     MOVE ZERO         TO WS-ACR-HIT-CNT (WS-ACR-COUNT).
060800     MOVE SPACES       TO WS-ACR-RANGE (WS-ACR-COUNT).
060900     IF PARM-FROM-DATE = SPACES AND PARM-TO-DATE = SPACES
061000         MOVE 'ALL DATES' TO WS-ACR-RANGE (WS-ACR-COUNT)
061100     ELSE
061200         STRING 'FROM ' PARM-FROM-DATE ' TO ' PARM-TO-DATE
061300             DELIMITED BY SIZE
061400             INTO WS-ACR-RANGE (WS-ACR-COUNT)
061500     END-IF.
061600 1200-READ-REQUEST-EXIT.
061700     EXIT.
061800
061900*****************************************************************
062000*  1250-VALIDATE-REQUEST  --  CHECK ONE REQUEST AND SET THE
062100*                    DATE RANGE IT COVERS.  A REJECTED REQUEST
062200*                    LEAVES ITS REASON IN THE REQUEST LINE.
062300*****************************************************************
062400 1250-VALIDATE-REQUEST.
062500     SET WS-REQ-VALID TO FALSE.
062600     MOVE 'IGNORED' TO REQ-LABEL.
062700     IF NOT PARM-REQ-TRAN-ID AND NOT PARM-REQ-ACCOUNT
062800         MOVE 'REQUEST TYPE NOT T OR A' TO REQ-NOTE
062900         GO TO 1250-VALIDATE-REQUEST-EXIT
063000     END-IF.
063100     IF PARM-KEY = SPACES
063200         MOVE 'TRAN-ID OR ACCOUNT MISSING' TO REQ-NOTE
063300         GO TO 1250-VALIDATE-REQUEST-EXIT
063400     END-IF.
063500     MOVE ZERO TO WS-FROM-DATE.
063600     MOVE 99999999 TO WS-TO-DATE.
063700     IF PARM-REQ-TRAN-ID
063800         SET WS-REQ-VALID TO TRUE
063900         GO TO 1250-VALIDATE-REQUEST-EXIT
064000     END-IF.
064100     IF PARM-FROM-DATE NOT = SPACES
064200         IF PARM-FROM-DATE-N NOT NUMERIC
064300             MOVE 'FROM-DATE NOT NUMERIC' TO REQ-NOTE
064400             GO TO 1250-VALIDATE-REQUEST-EXIT
064500         END-IF
064600         MOVE PARM-FROM-DATE-N TO WS-FROM-DATE
064700     END-IF.
064800     IF PARM-TO-DATE NOT = SPACES
064900         IF PARM-TO-DATE-N NOT NUMERIC
065000             MOVE 'TO-DATE NOT NUMERIC' TO REQ-NOTE
065100             GO TO 1250-VALIDATE-REQUEST-EXIT
065200         END-IF
065300         MOVE PARM-TO-DATE-N TO WS-TO-DATE
065400     END-IF.
065500     IF WS-FROM-DATE > WS-TO-DATE
065600         MOVE 'FROM-DATE AFTER TO-DATE' TO REQ-NOTE
065700         GO TO 1250-VALIDATE-REQUEST-EXIT
065800     END-IF.
065900     SET WS-REQ-VALID TO TRUE.
066000 1250-VALIDATE-REQUEST-EXIT.
066100     EXIT.
066200
066300*****************************************************************
066400*  1300-ADD-ITEM  --  ADD WS-LOOKUP-ID TO THE ITEMS TRACED UNLESS
066500*                    IT IS ALREADY THERE.  WS-NEW-ACCOUNT IS THE
066600*                    ACCOUNT IT WAS FOUND UNDER, SPACES WHEN IT
066700*                    WAS REQUESTED BY TRAN-ID.  MORE ITEMS THAN
066800*                    THE TABLE HOLDS IS FATAL RATHER THAN A
066900*                    SILENTLY SHORTENED TRACE.
067000*****************************************************************
067100 1300-ADD-ITEM.
067200     SET WS-ITEM-ADDED TO FALSE.
067300     PERFORM 7000-FIND-ITEM THRU 7000-FIND-ITEM-EXIT.
067400     IF WS-ITEM-FOUND
067500         GO TO 1300-ADD-ITEM-EXIT
067600     END-IF.
067700     IF WS-ITM-COUNT >= WS-ITM-MAX-ENTRIES
067800         DISPLAY 'TRANTRC0002E - MORE THAN ' WS-ITM-MAX-ENTRIES
067900             ' ITEMS TO TRACE - TABLE FULL - NARROW THE '
068000             'REQUEST'
068100         MOVE 16 TO RETURN-CODE
068200         STOP RUN
068300     END-IF.
068400     ADD 1 TO WS-ITM-COUNT.
068500     MOVE WS-LOOKUP-ID   TO WS-ITM-TRAN-ID (WS-ITM-COUNT).
068600     MOVE WS-NEW-ACCOUNT TO WS-ITM-ACCOUNT (WS-ITM-COUNT).
068700     MOVE ZERO           TO WS-ITM-EVT-CNT (WS-ITM-COUNT).
068800     SET WS-ITEM-ADDED TO TRUE.
068900 1300-ADD-ITEM-EXIT.
069000     EXIT.
069100
069200*****************************************************************
069300*  1400-LOAD-ACKS  --  THE INSTANCE AND BUSINESS DATE OF EVERY
069400*                    SECTION THE LEDGER HAS ACKNOWLEDGED.  A
069500*                    MISSING ACKNOWLEDGMENT FILE LEAVES EVERY
069600*                    EXTRACT SHOWN AS NOT ACKNOWLEDGED.
069700*****************************************************************
069800 1400-LOAD-ACKS.
069900     MOVE 12 TO WS-SRC-IX.
070000     OPEN INPUT ACK-FILE.
070100     MOVE WS-ACK-STATUS TO WS-OPEN-STATUS.
070200     PERFORM 7800-NOTE-OPEN THRU 7800-NOTE-OPEN-EXIT.
070300     IF NOT WS-SOURCE-OPEN
070400         GO TO 1400-LOAD-ACKS-EXIT
070500     END-IF.
070600     SET WS-SCAN-EOF TO FALSE.
070700     PERFORM 1450-READ-ACK THRU 1450-READ-ACK-EXIT
070800         UNTIL WS-SCAN-EOF.
070900     CLOSE ACK-FILE.
071000 1400-LOAD-ACKS-EXIT.
071100     EXIT.
071200
071300 1450-READ-ACK.
071400     READ ACK-FILE
071500         AT END
071600             SET WS-SCAN-EOF TO TRUE
071700             GO TO 1450-READ-ACK-EXIT
071800     END-READ.
071900     ADD 1 TO WS-SRC-READ-CNT (12).
072000     IF ACK-BUS-DATE NOT NUMERIC
072100         GO TO 1450-READ-ACK-EXIT
072200     END-IF.
072300     IF WS-ACK-COUNT >= WS-ACK-MAX-ENTRIES
072400         DISPLAY 'TRANTRC0004E - MORE THAN ' WS-ACK-MAX-ENTRIES
072500             ' LEDGER ACKNOWLEDGMENTS - TABLE FULL'
072600         MOVE 16 TO RETURN-CODE
072700         STOP RUN
072800     END-IF.
072900     ADD 1 TO WS-ACK-COUNT.
073000     MOVE ACK-LOOP-NAME TO WS-ACK-LOOP-NAME (WS-ACK-COUNT).
073100     MOVE ACK-BUS-DATE  TO WS-ACK-BUS-DATE (WS-ACK-COUNT).
073200 1450-READ-ACK-EXIT.
073300     EXIT.
073400
073500*****************************************************************
073600*  1500-LOAD-REVERSALS  --  THE INSTANCE AND BUSINESS DATE OF
073700*                    EVERY RUN REVGEN HAS REVERSED, FROM THE 'V'
073800*                    RECORDS ON THE ACTIVE AUDIT TRAIL AND ON THE
073900*                    ARCHIVE AUDTPRG HAS MOVED THE AGED ONES TO.
074000*****************************************************************
074100 1500-LOAD-REVERSALS.
074200     MOVE 13 TO WS-SRC-IX.
074300     OPEN INPUT AUDIT-FILE.
074400     MOVE WS-AUDIT-STATUS TO WS-OPEN-STATUS.
074500     PERFORM 7800-NOTE-OPEN THRU 7800-NOTE-OPEN-EXIT.
074600     IF WS-SOURCE-OPEN
074700         SET WS-SCAN-EOF TO FALSE
074800         PERFORM 1550-READ-AUDIT THRU 1550-READ-AUDIT-EXIT
074900             UNTIL WS-SCAN-EOF
075000         CLOSE AUDIT-FILE
075100     END-IF.
075200     MOVE 14 TO WS-SRC-IX.
075300     OPEN INPUT ARCH-FILE.
075400     MOVE WS-ARCH-STATUS TO WS-OPEN-STATUS.
075500     PERFORM 7800-NOTE-OPEN THRU 7800-NOTE-OPEN-EXIT.
075600     IF WS-SOURCE-OPEN
075700         SET WS-SCAN-EOF TO FALSE
075800         PERFORM 1560-READ-ARCHIVE THRU 1560-READ-ARCHIVE-EXIT
075900             UNTIL WS-SCAN-EOF
076000         CLOSE ARCH-FILE
076100     END-IF.
076200 1500-LOAD-REVERSALS-EXIT.
076300     EXIT.
076400
076500 1550-READ-AUDIT.
076600     READ AUDIT-FILE
076700         AT END
076800             SET WS-SCAN-EOF TO TRUE
076900             GO TO 1550-READ-AUDIT-EXIT
077000     END-READ.
077100     ADD 1 TO WS-SRC-READ-CNT (13).
077200     MOVE AUDIT-RECORD TO WS-AUD-RECORD.
077300     PERFORM 1580-ADD-REVERSAL THRU 1580-ADD-REVERSAL-EXIT.
077400 1550-READ-AUDIT-EXIT.
077500     EXIT.
077600
077700 1560-READ-ARCHIVE.
077800     READ ARCH-FILE
077900         AT END
078000             SET WS-SCAN-EOF TO TRUE
078100             GO TO 1560-READ-ARCHIVE-EXIT
078200     END-READ.
078300     ADD 1 TO WS-SRC-READ-CNT (14).
078400     MOVE ARCH-RECORD TO WS-AUD-RECORD.
078500     PERFORM 1580-ADD-REVERSAL THRU 1580-ADD-REVERSAL-EXIT.
078600 1560-READ-ARCHIVE-EXIT.
078700     EXIT.
078800
078900*****************************************************************
079000*  1580-ADD-REVERSAL  --  KEEP ONE 'V' RECORD'S INSTANCE AND
079100*                    DATE.  EVERY OTHER RECORD TYPE IS SKIPPED.
079200*****************************************************************
079300 1580-ADD-REVERSAL.
079400     IF NOT WS-AUD-TYPE-REVERSAL
079500         GO TO 1580-ADD-REVERSAL-EXIT
079600     END-IF.
079700     IF WS-AUD-RUN-DATE NOT NUMERIC
079800         GO TO 1580-ADD-REVERSAL-EXIT
079900     END-IF.
080000     IF WS-RVT-COUNT >= WS-RVT-MAX-ENTRIES
080100         DISPLAY 'TRANTRC0005E - MORE THAN ' WS-RVT-MAX-ENTRIES
080200             ' REVERSED RUNS ON THE AUDIT TRAIL - TABLE FULL'
080300         MOVE 16 TO RETURN-CODE
080400         STOP RUN
080500     END-IF.
080600     ADD 1 TO WS-RVT-COUNT.
080700     MOVE WS-AUD-LOOP-NAME TO WS-RVT-LOOP-NAME (WS-RVT-COUNT).
080800     MOVE WS-AUD-RUN-DATE  TO WS-RVT-BUS-DATE (WS-RVT-COUNT).
080900 1580-ADD-REVERSAL-EXIT.
081000     EXIT.
081100
081200*****************************************************************
081300*  2000-RESOLVE-ACCOUNTS  --  TURN THE ACCOUNT REQUESTS INTO
081400*                    TRAN-IDS.  EVERY FILE THAT CARRIES THE
081500*                    INPUT RECORD IMAGE IS READ ONCE AND EVERY
081600*                    IMAGE FOR A REQUESTED ACCOUNT, DATED IN ITS
081700*                    RANGE, ADDS ITS TRAN-ID TO THE ITEMS TRACED.
081800*                    THE PROCESSED-ID HISTORY AND THE EXTRACT DO
081900*                    NOT CARRY THE ACCOUNT, SO AN ITEM THAT WENT
082000*                    STRAIGHT THROUGH IS FOUND BY ACCOUNT ONLY
082100*                    THROUGH THE INPUT FILE.  EACH ACCOUNT
082200*                    REQUEST IS THEN PRINTED WITH THE NUMBER OF
082300*                    ITEMS FOUND FOR IT.
082400*****************************************************************
082500 2000-RESOLVE-ACCOUNTS.
082600     SET WS-RESOLVING TO TRUE.
082700     PERFORM 3100-SCAN-INPUT THRU 3100-SCAN-INPUT-EXIT.
082800     PERFORM 3200-SCAN-REJECTS THRU 3200-SCAN-REJECTS-EXIT.
082900     PERFORM 3300-SCAN-CORRECTIONS
083000         THRU 3300-SCAN-CORRECTIONS-EXIT.
083100     PERFORM 3400-SCAN-WAREHOUSE THRU 3400-SCAN-WAREHOUSE-EXIT.
083200     PERFORM 3500-SCAN-SUSPENSE THRU 3500-SCAN-SUSPENSE-EXIT.
083300     PERFORM 3700-SCAN-PENDING THRU 3700-SCAN-PENDING-EXIT.
083400     SET WS-RESOLVING TO FALSE.
083500     MOVE ZERO TO WS-ACR-IX.
083600     PERFORM 2100-PRINT-ACCOUNT THRU 2100-PRINT-ACCOUNT-EXIT
083700         WS-ACR-COUNT TIMES.
083800 2000-RESOLVE-ACCOUNTS-EXIT.
083900     EXIT.
084000
084100 2100-PRINT-ACCOUNT.
084200     ADD 1 TO WS-ACR-IX.
084300     MOVE SPACES TO WS-REQ-LINE.
084400     MOVE 'ACCOUNT' TO REQ-LABEL.
084500     MOVE WS-ACR-ACCOUNT (WS-ACR-IX) TO REQ-KEY.
084600     MOVE WS-ACR-RANGE (WS-ACR-IX) TO REQ-RANGE.
084700     MOVE WS-ACR-HIT-CNT (WS-ACR-IX) TO REQ-COUNT.
084800     IF WS-ACR-HIT-CNT (WS-ACR-IX) = ZERO
084900         MOVE 'NOTHING RECEIVED IN RANGE' TO REQ-NOTE
085000     ELSE
085100         MOVE 'ITEMS ADDED' TO REQ-COUNT-LABEL
085200     END-IF.
085300     MOVE WS-REQ-LINE TO RPT-LINE.
085400     WRITE RPT-LINE.
085500 2100-PRINT-ACCOUNT-EXIT.
085600     EXIT.
085700
085800*****************************************************************
085900*  3000-SCAN-SOURCES  --  READ EVERY SOURCE IN LIFECYCLE ORDER
086000*                    AND RECORD EACH EVENT FOR AN ITEM TRACED.
086100*                    A SOURCE THAT IS NOT AVAILABLE IS NOTED ON
086200*                    THE REPORT AND THE TRACE GOES ON WITHOUT IT.
086300*****************************************************************
086400 3000-SCAN-SOURCES.
086500     PERFORM 3100-SCAN-INPUT THRU 3100-SCAN-INPUT-EXIT.
086600     PERFORM 3200-SCAN-REJECTS THRU 3200-SCAN-REJECTS-EXIT.
086700     PERFORM 3300-SCAN-CORRECTIONS
086800         THRU 3300-SCAN-CORRECTIONS-EXIT.
086900     PERFORM 3400-SCAN-WAREHOUSE THRU 3400-SCAN-WAREHOUSE-EXIT.
087000     PERFORM 3500-SCAN-SUSPENSE THRU 3500-SCAN-SUSPENSE-EXIT.
087100     PERFORM 3600-SCAN-DISPOSITIONS
087200         THRU 3600-SCAN-DISPOSITIONS-EXIT.
087300     PERFORM 3700-SCAN-PENDING THRU 3700-SCAN-PENDING-EXIT.
087400     PERFORM 3800-SCAN-APPROVALS THRU 3800-SCAN-APPROVALS-EXIT.
087500     PERFORM 3900-SCAN-PROCESSED THRU 3900-SCAN-PROCESSED-EXIT.
087600     PERFORM 4000-SCAN-EXTRACT THRU 4000-SCAN-EXTRACT-EXIT.
087700     PERFORM 4100-SCAN-REVERSALS THRU 4100-SCAN-REVERSALS-EXIT.
087800 3000-SCAN-SOURCES-EXIT.
087900     EXIT.
088000
088100*****************************************************************
088200*  3100-SCAN-INPUT  --  THE INPUT TRANSACTION FILE, WITH ANY
088300*                    ARCHIVED GENERATIONS CONCATENATED BEHIND
088400*                    IT.  HEADER AND TRAILER RECORDS ARE SKIPPED.
088500*****************************************************************
088600 3100-SCAN-INPUT.
088700     MOVE 1 TO WS-SRC-IX.
088800     OPEN INPUT TRANIN-FILE.
088900     MOVE WS-TRANIN-STATUS TO WS-OPEN-STATUS.
089000     PERFORM 7800-NOTE-OPEN THRU 7800-NOTE-OPEN-EXIT.
089100     IF NOT WS-SOURCE-OPEN
089200         GO TO 3100-SCAN-INPUT-EXIT
089300     END-IF.
089400     SET WS-SCAN-EOF TO FALSE.
089500     PERFORM 3150-READ-INPUT THRU 3150-READ-INPUT-EXIT
089600         UNTIL WS-SCAN-EOF.
089700     CLOSE TRANIN-FILE.
089800 3100-SCAN-INPUT-EXIT.
089900     EXIT.
090000
090100 3150-READ-INPUT.
090200     READ TRANIN-FILE
090300         AT END
090400             SET WS-SCAN-EOF TO TRUE
090500             GO TO 3150-READ-INPUT-EXIT
090600     END-READ.
090700     IF TRAN-IS-HEADER OR TRAN-IS-TRAILER
090800         GO TO 3150-READ-INPUT-EXIT
090900     END-IF.
091000     MOVE TRAN-RECORD TO WS-IMAGE.
091100     PERFORM 7600-TAKE-IMAGE THRU 7600-TAKE-IMAGE-EXIT.
091200     IF NOT WS-ITEM-FOUND
091300         GO TO 3150-READ-INPUT-EXIT
091400     END-IF.
091500     MOVE 'RECEIVED IN INPUT' TO EVT-TEXT.
091600     STRING 'DATED ' WS-IMG-TRAN-DATE ' ACCT ' WS-IMG-ACCOUNT
091700         DELIMITED BY SIZE INTO EVT-DETAIL.
091800     PERFORM 7150-ADD-EVENT THRU 7150-ADD-EVENT-EXIT.
091900 3150-READ-INPUT-EXIT.
092000     EXIT.
092100
092200*****************************************************************
092300*  3200-SCAN-REJECTS  --  THE OPEN REJECTS TRANEDIT AND TRANRCYC
092400*                    CARRY FORWARD, WITH THE DATE EACH WAS FIRST
092500*                    REJECTED AND THE REASON.
092600*****************************************************************
092700 3200-SCAN-REJECTS.
092800     MOVE 2 TO WS-SRC-IX.
092900     OPEN INPUT REJ-FILE.
093000     MOVE WS-REJ-STATUS TO WS-OPEN-STATUS.
093100     PERFORM 7800-NOTE-OPEN THRU 7800-NOTE-OPEN-EXIT.
093200     IF NOT WS-SOURCE-OPEN
093300         GO TO 3200-SCAN-REJECTS-EXIT
093400     END-IF.
093500     SET WS-SCAN-EOF TO FALSE.
093600     PERFORM 3250-READ-REJECT THRU 3250-READ-REJECT-EXIT
093700         UNTIL WS-SCAN-EOF.
093800     CLOSE REJ-FILE.
093900 3200-SCAN-REJECTS-EXIT.
094000     EXIT.
094100
094200 3250-READ-REJECT.
094300     READ REJ-FILE
094400         AT END
094500             SET WS-SCAN-EOF TO TRUE
094600             GO TO 3250-READ-REJECT-EXIT
094700     END-READ.
094800     MOVE REJ-TRAN-IMAGE TO WS-IMAGE.
094900     PERFORM 7600-TAKE-IMAGE THRU 7600-TAKE-IMAGE-EXIT.
095000     IF NOT WS-ITEM-FOUND
095100         GO TO 3250-READ-REJECT-EXIT
095200     END-IF.
095300     MOVE 'REJECTED BY TRANEDIT' TO EVT-TEXT.
095400     MOVE REJ-FIRST-DATE TO EVT-DATE.
095500     PERFORM 7500-REJECT-REASON THRU 7500-REJECT-REASON-EXIT.
095600     PERFORM 7150-ADD-EVENT THRU 7150-ADD-EVENT-EXIT.
095700 3250-READ-REJECT-EXIT.
095800     EXIT.
095900
096000*****************************************************************
096100*  3300-SCAN-CORRECTIONS  --  CORRECTED RECORDS SUBMITTED TO
096200*                    TRANRCYC FOR RECYCLE.
096300*****************************************************************
096400 3300-SCAN-CORRECTIONS.
096500     MOVE 3 TO WS-SRC-IX.
096600     OPEN INPUT CORR-FILE.
096700     MOVE WS-CORR-STATUS TO WS-OPEN-STATUS.
096800     PERFORM 7800-NOTE-OPEN THRU 7800-NOTE-OPEN-EXIT.
096900     IF NOT WS-SOURCE-OPEN
097000         GO TO 3300-SCAN-CORRECTIONS-EXIT
097100     END-IF.
097200     SET WS-SCAN-EOF TO FALSE.
097300     PERFORM 3350-READ-CORRECTION THRU 3350-READ-CORRECTION-EXIT
097400         UNTIL WS-SCAN-EOF.
097500     CLOSE CORR-FILE.
097600 3300-SCAN-CORRECTIONS-EXIT.
097700     EXIT.
097800
097900 3350-READ-CORRECTION.
098000     READ CORR-FILE
098100         AT END
098200             SET WS-SCAN-EOF TO TRUE
098300             GO TO 3350-READ-CORRECTION-EXIT
098400     END-READ.
098500     MOVE CORR-RECORD TO WS-IMAGE.
098600     PERFORM 7600-TAKE-IMAGE THRU 7600-TAKE-IMAGE-EXIT.
098700     IF NOT WS-ITEM-FOUND
098800         GO TO 3350-READ-CORRECTION-EXIT
098900     END-IF.
099000     MOVE 'CORRECTED FOR RECYCLE' TO EVT-TEXT.
099100     STRING 'DATED ' WS-IMG-TRAN-DATE ' ACCT ' WS-IMG-ACCOUNT
099200         DELIMITED BY SIZE INTO EVT-DETAIL.
099300     PERFORM 7150-ADD-EVENT THRU 7150-ADD-EVENT-EXIT.
099400 3350-READ-CORRECTION-EXIT.
099500     EXIT.
099600
099700*****************************************************************
099800*  3400-SCAN-WAREHOUSE  --  FUTURE-DATED RECORDS STILL WAITING
099900*                    IN THE WAREHOUSE FOR WHSEREL.
100000*****************************************************************
100100 3400-SCAN-WAREHOUSE.
100200     MOVE 4 TO WS-SRC-IX.
100300     OPEN INPUT WHSE-FILE.
100400     MOVE WS-WHSE-STATUS TO WS-OPEN-STATUS.
100500     PERFORM 7800-NOTE-OPEN THRU 7800-NOTE-OPEN-EXIT.
100600     IF NOT WS-SOURCE-OPEN
100700         GO TO 3400-SCAN-WAREHOUSE-EXIT
100800     END-IF.
100900     SET WS-SCAN-EOF TO FALSE.
101000     PERFORM 3450-READ-WAREHOUSE THRU 3450-READ-WAREHOUSE-EXIT
101100         UNTIL WS-SCAN-EOF.
101200     CLOSE WHSE-FILE.
101300 3400-SCAN-WAREHOUSE-EXIT.
101400     EXIT.
101500
101600 3450-READ-WAREHOUSE.
101700     READ WHSE-FILE
101800         AT END
101900             SET WS-SCAN-EOF TO TRUE
102000             GO TO 3450-READ-WAREHOUSE-EXIT
102100     END-READ.
102200     MOVE WHSE-TRAN-IMAGE TO WS-IMAGE.
102300     PERFORM 7600-TAKE-IMAGE THRU 7600-TAKE-IMAGE-EXIT.
102400     IF NOT WS-ITEM-FOUND
102500         GO TO 3450-READ-WAREHOUSE-EXIT
102600     END-IF.
102700     MOVE 'WAREHOUSED - FUTURE DATED' TO EVT-TEXT.
102800     MOVE WHSE-LOOP-NAME TO EVT-INST.
102900     MOVE WHSE-STORED-DATE TO EVT-DATE.
103000     STRING 'AWAITING RELEASE ON ' WS-IMG-TRAN-DATE
103100         DELIMITED BY SIZE INTO EVT-DETAIL.
103200     PERFORM 7150-ADD-EVENT THRU 7150-ADD-EVENT-EXIT.
103300 3450-READ-WAREHOUSE-EXIT.
103400     EXIT.
103500
103600*****************************************************************
103700*  3500-SCAN-SUSPENSE  --  DUPLICATES HELD IN SUSPENSE AND NOT
103800*                    YET DISPOSED OF, WITH THE RUN THAT FIRST
103900*                    PROCESSED THE SAME TRAN-ID.
104000*****************************************************************
104100 3500-SCAN-SUSPENSE.
104200     MOVE 5 TO WS-SRC-IX.
104300     OPEN INPUT DUP-FILE.
104400     MOVE WS-DUP-STATUS TO WS-OPEN-STATUS.
104500     PERFORM 7800-NOTE-OPEN THRU 7800-NOTE-OPEN-EXIT.
104600     IF NOT WS-SOURCE-OPEN
104700         GO TO 3500-SCAN-SUSPENSE-EXIT
104800     END-IF.
104900     SET WS-SCAN-EOF TO FALSE.
105000     PERFORM 3550-READ-SUSPENSE THRU 3550-READ-SUSPENSE-EXIT
105100         UNTIL WS-SCAN-EOF.
105200     CLOSE DUP-FILE.
105300 3500-SCAN-SUSPENSE-EXIT.
105400     EXIT.
105500
105600 3550-READ-SUSPENSE.
105700     READ DUP-FILE
105800         AT END
105900             SET WS-SCAN-EOF TO TRUE
106000             GO TO 3550-READ-SUSPENSE-EXIT
106100     END-READ.
106200     MOVE DUP-TRAN-IMAGE TO WS-IMAGE.
106300     PERFORM 7600-TAKE-IMAGE THRU 7600-TAKE-IMAGE-EXIT.
106400     IF NOT WS-ITEM-FOUND
106500         GO TO 3550-READ-SUSPENSE-EXIT
106600     END-IF.
106700     MOVE 'HELD IN DUPLICATE SUSPENSE' TO EVT-TEXT.
106800     STRING 'DUP OF ' DUP-FIRST-LOOP-NAME ' ' DUP-FIRST-RUN-DATE
106900         DELIMITED BY SIZE INTO EVT-DETAIL.
107000     PERFORM 7150-ADD-EVENT THRU 7150-ADD-EVENT-EXIT.
107100 3550-READ-SUSPENSE-EXIT.
107200     EXIT.
107300
107400*****************************************************************
107500*  3600-SCAN-DISPOSITIONS  --  DUPRES RELEASES AND WRITE-OFFS.
107600*                    A RELEASE REISSUES THE ITEM UNDER A NEW
107700*                    TRAN-ID, SO THE RECORD IS AN EVENT FOR THE
107800*                    OLD TRAN-ID AND, WHEN THAT IS TRACED TOO,
107900*                    FOR THE NEW ONE.
108000*****************************************************************
108100 3600-SCAN-DISPOSITIONS.
108200     MOVE 6 TO WS-SRC-IX.
108300     OPEN INPUT DHIST-FILE.
108400     MOVE WS-DHIST-STATUS TO WS-OPEN-STATUS.
108500     PERFORM 7800-NOTE-OPEN THRU 7800-NOTE-OPEN-EXIT.
108600     IF NOT WS-SOURCE-OPEN
108700         GO TO 3600-SCAN-DISPOSITIONS-EXIT
108800     END-IF.
108900     SET WS-SCAN-EOF TO FALSE.
109000     PERFORM 3650-READ-DISPOSITION
109100         THRU 3650-READ-DISPOSITION-EXIT
109200         UNTIL WS-SCAN-EOF.
109300     CLOSE DHIST-FILE.
109400 3600-SCAN-DISPOSITIONS-EXIT.
109500     EXIT.
109600
109700 3650-READ-DISPOSITION.
109800     READ DHIST-FILE
109900         AT END
110000             SET WS-SCAN-EOF TO TRUE
110100             GO TO 3650-READ-DISPOSITION-EXIT
110200     END-READ.
110300     ADD 1 TO WS-SRC-READ-CNT (6).
110400     MOVE DHIST-OLD-TRAN-ID TO WS-LOOKUP-ID.
110500     PERFORM 7000-FIND-ITEM THRU 7000-FIND-ITEM-EXIT.
110600     IF WS-ITEM-FOUND
110700         PERFORM 7100-START-EVENT THRU 7100-START-EVENT-EXIT
110800         PERFORM 3670-DISPOSITION-EVENT
110900             THRU 3670-DISPOSITION-EVENT-EXIT
111000         IF DHIST-ACTION = 'R'
111100             MOVE 'DUPLICATE RELEASED' TO EVT-TEXT
111200             STRING 'AS ' DHIST-NEW-TRAN-ID ' ' DHIST-REASON
111300                 DELIMITED BY SIZE INTO EVT-DETAIL
111400         ELSE
111500             MOVE 'DUPLICATE WRITTEN OFF' TO EVT-TEXT
111600             MOVE DHIST-REASON TO EVT-DETAIL
111700         END-IF
111800         PERFORM 7150-ADD-EVENT THRU 7150-ADD-EVENT-EXIT
111900     END-IF.
112000     IF DHIST-ACTION NOT = 'R'
112100         OR DHIST-NEW-TRAN-ID = DHIST-OLD-TRAN-ID
112200         GO TO 3650-READ-DISPOSITION-EXIT
112300     END-IF.
112400     MOVE DHIST-NEW-TRAN-ID TO WS-LOOKUP-ID.
112500     PERFORM 7000-FIND-ITEM THRU 7000-FIND-ITEM-EXIT.
112600     IF NOT WS-ITEM-FOUND
112700         GO TO 3650-READ-DISPOSITION-EXIT
112800     END-IF.
112900     PERFORM 7100-START-EVENT THRU 7100-START-EVENT-EXIT.
113000     PERFORM 3670-DISPOSITION-EVENT
113100         THRU 3670-DISPOSITION-EVENT-EXIT.
113200     MOVE 'REISSUED FROM SUSPENSE' TO EVT-TEXT.
113300     STRING 'WAS ' DHIST-OLD-TRAN-ID ' ' DHIST-REASON
113400         DELIMITED BY SIZE INTO EVT-DETAIL.
113500     PERFORM 7150-ADD-EVENT THRU 7150-ADD-EVENT-EXIT.
113600 3650-READ-DISPOSITION-EXIT.
113700     EXIT.
113800
113900 3670-DISPOSITION-EVENT.
114000     MOVE DHIST-LOOP-NAME TO EVT-INST.
114100     MOVE DHIST-CHANGE-DATE TO EVT-DATE.
114200     MOVE DHIST-USER-ID TO EVT-USER.
114300     IF DHIST-AMOUNT NUMERIC
114400         MOVE DHIST-AMOUNT TO EVT-AMOUNT
114500     END-IF.
114600 3670-DISPOSITION-EVENT-EXIT.
114700     EXIT.
114800
114900*****************************************************************
115000*  3700-SCAN-PENDING  --  ITEMS HELD FOR APPROVAL AND NOT YET
115100*                    RELEASED OR DENIED.
115200*****************************************************************
115300 3700-SCAN-PENDING.
115400     MOVE 7 TO WS-SRC-IX.
115500     OPEN INPUT PEND-FILE.
115600     MOVE WS-PEND-STATUS TO WS-OPEN-STATUS.
115700     PERFORM 7800-NOTE-OPEN THRU 7800-NOTE-OPEN-EXIT.
115800     IF NOT WS-SOURCE-OPEN
115900         GO TO 3700-SCAN-PENDING-EXIT
116000     END-IF.
116100     SET WS-SCAN-EOF TO FALSE.
116200     PERFORM 3750-READ-PENDING THRU 3750-READ-PENDING-EXIT
116300         UNTIL WS-SCAN-EOF.
116400     CLOSE PEND-FILE.
116500 3700-SCAN-PENDING-EXIT.
116600     EXIT.
116700
116800 3750-READ-PENDING.
116900     READ PEND-FILE
117000         AT END
117100             SET WS-SCAN-EOF TO TRUE
117200             GO TO 3750-READ-PENDING-EXIT
117300     END-READ.
117400     MOVE PEND-TRAN-IMAGE TO WS-IMAGE.
117500     PERFORM 7600-TAKE-IMAGE THRU 7600-TAKE-IMAGE-EXIT.
117600     IF NOT WS-ITEM-FOUND
117700         GO TO 3750-READ-PENDING-EXIT
117800     END-IF.
117900     MOVE 'HELD FOR APPROVAL' TO EVT-TEXT.
118000     MOVE PEND-LOOP-NAME TO EVT-INST.
118100     MOVE PEND-HELD-DATE TO EVT-DATE.
118200     MOVE 'AWAITING APPRUTIL DECISION' TO EVT-DETAIL.
118300     PERFORM 7150-ADD-EVENT THRU 7150-ADD-EVENT-EXIT.
118400 3750-READ-PENDING-EXIT.
118500     EXIT.
118600
118700*****************************************************************
118800*  3800-SCAN-APPROVALS  --  APPRUTIL RELEASES AND DENIALS, WITH
118900*                    WHO MADE THEM AND WHY.
119000*****************************************************************
119100 3800-SCAN-APPROVALS.
119200     MOVE 8 TO WS-SRC-IX.
119300     OPEN INPUT APHIST-FILE.
119400     MOVE WS-APHIST-STATUS TO WS-OPEN-STATUS.
119500     PERFORM 7800-NOTE-OPEN THRU 7800-NOTE-OPEN-EXIT.
119600     IF NOT WS-SOURCE-OPEN
119700         GO TO 3800-SCAN-APPROVALS-EXIT
119800     END-IF.
119900     SET WS-SCAN-EOF TO FALSE.
120000     PERFORM 3850-READ-APPROVAL THRU 3850-READ-APPROVAL-EXIT
120100         UNTIL WS-SCAN-EOF.
120200     CLOSE APHIST-FILE.
120300 3800-SCAN-APPROVALS-EXIT.
120400     EXIT.
120500
120600 3850-READ-APPROVAL.
120700     READ APHIST-FILE
120800         AT END
120900             SET WS-SCAN-EOF TO TRUE
121000             GO TO 3850-READ-APPROVAL-EXIT
121100     END-READ.
121200     ADD 1 TO WS-SRC-READ-CNT (8).
121300     MOVE APHIST-TRAN-ID TO WS-LOOKUP-ID.
121400     PERFORM 7000-FIND-ITEM THRU 7000-FIND-ITEM-EXIT.
121500     IF NOT WS-ITEM-FOUND
121600         GO TO 3850-READ-APPROVAL-EXIT
121700     END-IF.
121800     PERFORM 7100-START-EVENT THRU 7100-START-EVENT-EXIT.
121900     IF APHIST-ACTION = 'R'
122000         MOVE 'APPROVAL RELEASED' TO EVT-TEXT
122100     ELSE
122200         MOVE 'APPROVAL DENIED' TO EVT-TEXT
122300     END-IF.
122400     MOVE APHIST-LOOP-NAME TO EVT-INST.
122500     MOVE APHIST-CHANGE-DATE TO EVT-DATE.
122600     MOVE APHIST-USER-ID TO EVT-USER.
122700     IF APHIST-AMOUNT NUMERIC
122800         MOVE APHIST-AMOUNT TO EVT-AMOUNT
122900     END-IF.
123000     MOVE APHIST-REASON TO EVT-DETAIL.
123100     PERFORM 7150-ADD-EVENT THRU 7150-ADD-EVENT-EXIT.
123200 3850-READ-APPROVAL-EXIT.
123300     EXIT.
123400
123500*****************************************************************
123600*  3900-SCAN-PROCESSED  --  LOOK EVERY ITEM UP ON THE PROCESSED-
123700*                    ID HISTORY FOR THE INSTANCE AND BUSINESS
123800*                    DATE THAT PROCESSED IT.  AN ENTRY CLEARED BY
123900*                    REVGEN OR PURGED BY AUDTPRG IS NO LONGER
124000*                    THERE; THE EXTRACT STILL SHOWS THAT RUN.
124100*****************************************************************
124200 3900-SCAN-PROCESSED.
124300     MOVE 9 TO WS-SRC-IX.
124400     OPEN INPUT TRANHIST-FILE.
124500     MOVE WS-THIST-STATUS TO WS-OPEN-STATUS.
124600     PERFORM 7800-NOTE-OPEN THRU 7800-NOTE-OPEN-EXIT.
124700     IF NOT WS-SOURCE-OPEN
124800         GO TO 3900-SCAN-PROCESSED-EXIT
124900     END-IF.
125000     MOVE ZERO TO WS-ITM-IX.
125100     PERFORM 3950-LOOKUP-PROCESSED
125200         THRU 3950-LOOKUP-PROCESSED-EXIT
125300         WS-ITM-COUNT TIMES.
125400     CLOSE TRANHIST-FILE.
125500 3900-SCAN-PROCESSED-EXIT.
125600     EXIT.
125700
125800 3950-LOOKUP-PROCESSED.
125900     ADD 1 TO WS-ITM-IX.
126000     MOVE WS-ITM-TRAN-ID (WS-ITM-IX) TO THIST-TRAN-ID.
126100     READ TRANHIST-FILE
126200         INVALID KEY
126300             GO TO 3950-LOOKUP-PROCESSED-EXIT
126400     END-READ.
126500     IF WS-THIST-STATUS NOT = '00'
126600         DISPLAY 'TRANTRC0003E - PROCESSED-ID HISTORY COULD NOT '
126700             'BE READ (STATUS ' WS-THIST-STATUS ') FOR TRAN-ID '
126800             THIST-TRAN-ID
126900         MOVE 16 TO RETURN-CODE
127000         STOP RUN
127100     END-IF.
127200     ADD 1 TO WS-SRC-READ-CNT (9).
127300     PERFORM 7100-START-EVENT THRU 7100-START-EVENT-EXIT.
127400     MOVE 'PROCESSED BY HELLO' TO EVT-TEXT.
127500     MOVE THIST-LOOP-NAME TO EVT-INST.
127600     MOVE THIST-RUN-DATE TO EVT-DATE.
127700     IF THIST-TRAN-AMOUNT NUMERIC
127800         MOVE THIST-TRAN-AMOUNT TO EVT-AMOUNT
127900     END-IF.
128000     PERFORM 7150-ADD-EVENT THRU 7150-ADD-EVENT-EXIT.
128100 3950-LOOKUP-PROCESSED-EXIT.
128200     EXIT.
128300
128400*****************************************************************
128500*  4000-SCAN-EXTRACT  --  THE LEDGER EXTRACT, WITH ANY ARCHIVED
128600*                    GENERATIONS CONCATENATED BEHIND IT.  EACH
128700*                    SECTION HEADER NAMES THE INSTANCE AND
128800*                    BUSINESS DATE OF THE DETAIL BEHIND IT.  AN
128900*                    EXTRACTED ITEM IS SHOWN WITH WHETHER THE
129000*                    LEDGER ACKNOWLEDGED THAT SECTION, FOLLOWED BY
129100*                    THE REVERSAL WHEN REVGEN HAS SINCE BACKED THE
129200*                    RUN OUT.
129300*****************************************************************
129400 4000-SCAN-EXTRACT.
129500     MOVE 10 TO WS-SRC-IX.
129600     OPEN INPUT EXTRACT-FILE.
129700     MOVE WS-EXTR-STATUS TO WS-OPEN-STATUS.
129800     PERFORM 7800-NOTE-OPEN THRU 7800-NOTE-OPEN-EXIT.
129900     IF NOT WS-SOURCE-OPEN
130000         GO TO 4000-SCAN-EXTRACT-EXIT
130100     END-IF.
130200     MOVE SPACES TO WS-CUR-LOOP-NAME.
130300     MOVE ZERO TO WS-CUR-BUS-DATE.
130400     SET WS-SCAN-EOF TO FALSE.
130500     PERFORM 4050-READ-EXTRACT THRU 4050-READ-EXTRACT-EXIT
130600         UNTIL WS-SCAN-EOF.
130700     CLOSE EXTRACT-FILE.
130800 4000-SCAN-EXTRACT-EXIT.
130900     EXIT.
131000
131100 4050-READ-EXTRACT.
131200     READ EXTRACT-FILE
131300         AT END
131400             SET WS-SCAN-EOF TO TRUE
131500             GO TO 4050-READ-EXTRACT-EXIT
131600     END-READ.
131700     ADD 1 TO WS-SRC-READ-CNT (10).
131800     IF EXTR-TYPE-HEADER
131900         MOVE EXTR-HDR-LOOP-NAME TO WS-CUR-LOOP-NAME
132000         MOVE ZERO TO WS-CUR-BUS-DATE
132100         IF EXTR-HDR-BUS-DATE NUMERIC
132200             MOVE EXTR-HDR-BUS-DATE TO WS-CUR-BUS-DATE
132300         END-IF
132400         GO TO 4050-READ-EXTRACT-EXIT
132500     END-IF.
132600     IF NOT EXTR-TYPE-DETAIL
132700         GO TO 4050-READ-EXTRACT-EXIT
132800     END-IF.
132900     MOVE EXTR-DET-TRAN-ID TO WS-LOOKUP-ID.
133000     PERFORM 7000-FIND-ITEM THRU 7000-FIND-ITEM-EXIT.
133100     IF NOT WS-ITEM-FOUND
133200         GO TO 4050-READ-EXTRACT-EXIT
133300     END-IF.
133400     PERFORM 7100-START-EVENT THRU 7100-START-EVENT-EXIT.
133500     MOVE WS-CUR-LOOP-NAME TO EVT-INST.
133600     MOVE WS-CUR-BUS-DATE TO EVT-DATE.
133700     IF EXTR-DET-AMOUNT NUMERIC
133800         MOVE EXTR-DET-AMOUNT TO EVT-AMOUNT
133900     END-IF.
134000     IF EXTR-IS-REVERSAL
134100         MOVE 'REVERSAL EXTRACTED' TO EVT-TEXT
134200         PERFORM 7150-ADD-EVENT THRU 7150-ADD-EVENT-EXIT
134300         GO TO 4050-READ-EXTRACT-EXIT
134400     END-IF.
134500     MOVE 'EXTRACTED TO LEDGER' TO EVT-TEXT.
134600     PERFORM 7300-FIND-ACK THRU 7300-FIND-ACK-EXIT.
134700     IF WS-ACK-FOUND
134800         MOVE 'ACKNOWLEDGED BY LEDGER' TO EVT-DETAIL
134900     ELSE
135000         MOVE 'NOT ACKNOWLEDGED' TO EVT-DETAIL
135100     END-IF.
135200     PERFORM 7150-ADD-EVENT THRU 7150-ADD-EVENT-EXIT.
135300     PERFORM 7400-FIND-REVERSAL THRU 7400-FIND-REVERSAL-EXIT.
135400     IF NOT WS-RVT-FOUND
135500         GO TO 4050-READ-EXTRACT-EXIT
135600     END-IF.
135700     MOVE 'RUN REVERSED BY REVGEN' TO EVT-TEXT.
135800     MOVE 'INSTANCE AND DATE BACKED OUT' TO EVT-DETAIL.
135900     PERFORM 7150-ADD-EVENT THRU 7150-ADD-EVENT-EXIT.
136000 4050-READ-EXTRACT-EXIT.
136100     EXIT.
136200
136300*****************************************************************
136400*  4100-SCAN-REVERSALS  --  THE REVERSING SECTIONS REVGEN HAS
136500*                    GENERATED AND NOT YET SENT ON WITH THE
136600*                    EXTRACT.
136700*****************************************************************
136800 4100-SCAN-REVERSALS.
136900     MOVE 11 TO WS-SRC-IX.
137000     OPEN INPUT REV-FILE.
137100     MOVE WS-REV-STATUS TO WS-OPEN-STATUS.
137200     PERFORM 7800-NOTE-OPEN THRU 7800-NOTE-OPEN-EXIT.
137300     IF NOT WS-SOURCE-OPEN
137400         GO TO 4100-SCAN-REVERSALS-EXIT
137500     END-IF.
137600     MOVE SPACES TO WS-CUR-LOOP-NAME.
137700     MOVE ZERO TO WS-CUR-BUS-DATE.
137800     SET WS-SCAN-EOF TO FALSE.
137900     PERFORM 4150-READ-REVERSAL THRU 4150-READ-REVERSAL-EXIT
138000         UNTIL WS-SCAN-EOF.
138100     CLOSE REV-FILE.
138200 4100-SCAN-REVERSALS-EXIT.
138300     EXIT.
138400
138500 4150-READ-REVERSAL.
138600     READ REV-FILE
138700         AT END
138800             SET WS-SCAN-EOF TO TRUE
138900             GO TO 4150-READ-REVERSAL-EXIT
139000     END-READ.
139100     ADD 1 TO WS-SRC-READ-CNT (11).
139200     MOVE REV-RECORD TO WS-REV-RECORD.
139300     IF WS-REV-TYPE-HEADER
139400         MOVE WS-REV-HDR-LOOP-NAME TO WS-CUR-LOOP-NAME
139500         MOVE ZERO TO WS-CUR-BUS-DATE
139600         IF WS-REV-HDR-BUS-DATE NUMERIC
139700             MOVE WS-REV-HDR-BUS-DATE TO WS-CUR-BUS-DATE
139800         END-IF
139900         GO TO 4150-READ-REVERSAL-EXIT
140000     END-IF.
140100     IF NOT WS-REV-TYPE-DETAIL
140200         GO TO 4150-READ-REVERSAL-EXIT
140300     END-IF.
140400     MOVE WS-REV-DET-TRAN-ID TO WS-LOOKUP-ID.
140500     PERFORM 7000-FIND-ITEM THRU 7000-FIND-ITEM-EXIT.
140600     IF NOT WS-ITEM-FOUND
140700         GO TO 4150-READ-REVERSAL-EXIT
140800     END-IF.
140900     PERFORM 7100-START-EVENT THRU 7100-START-EVENT-EXIT.
141000     MOVE 'REVERSING ENTRY GENERATED' TO EVT-TEXT.
141100     MOVE WS-CUR-LOOP-NAME TO EVT-INST.
141200     MOVE WS-CUR-BUS-DATE TO EVT-DATE.
141300     IF WS-REV-DET-AMOUNT NUMERIC
141400         MOVE WS-REV-DET-AMOUNT TO EVT-AMOUNT
141500     END-IF.
141600     MOVE 'AWAITING SEND TO LEDGER' TO EVT-DETAIL.
141700     PERFORM 7150-ADD-EVENT THRU 7150-ADD-EVENT-EXIT.
141800 4150-READ-REVERSAL-EXIT.
141900     EXIT.
142000
142100*****************************************************************
142200*  5000-PRINT-TRACE  --  EACH ITEM IN THE ORDER IT WAS REQUESTED
142300*                    OR FOUND, WITH ITS EVENTS IN LIFECYCLE
142400*                    ORDER.  AN ITEM WITH NO EVENT AT ALL IS
142500*                    PRINTED AS NOT RECEIVED.
142600*****************************************************************
142700 5000-PRINT-TRACE.
142800     MOVE SPACES TO RPT-LINE.
142900     WRITE RPT-LINE.
143000     MOVE WS-HDG-2 TO RPT-LINE.
143100     WRITE RPT-LINE.
143200     MOVE ZERO TO WS-ITM-IX.
143300     PERFORM 5100-PRINT-ITEM THRU 5100-PRINT-ITEM-EXIT
143400         WS-ITM-COUNT TIMES.
143500 5000-PRINT-TRACE-EXIT.
143600     EXIT.
143700
143800 5100-PRINT-ITEM.
143900     ADD 1 TO WS-ITM-IX.
144000     MOVE SPACES TO RPT-LINE.
144100     WRITE RPT-LINE.
144200     MOVE WS-ITM-TRAN-ID (WS-ITM-IX) TO ITEM-TRAN-ID.
144300     MOVE SPACES TO ITEM-HOW.
144400     IF WS-ITM-ACCOUNT (WS-ITM-IX) = SPACES
144500         MOVE 'REQUESTED BY TRAN-ID' TO ITEM-HOW
144600     ELSE
144700         STRING 'FOUND UNDER ACCOUNT ' WS-ITM-ACCOUNT (WS-ITM-IX)
144800             DELIMITED BY SIZE INTO ITEM-HOW
144900     END-IF.
145000     MOVE WS-ITEM-LINE TO RPT-LINE.
145100     WRITE RPT-LINE.
145200     IF WS-ITM-EVT-CNT (WS-ITM-IX) = ZERO
145300         ADD 1 TO WS-NOT-RECEIVED-CNT
145400         MOVE WS-NOT-RECEIVED-LINE TO RPT-LINE
145500         WRITE RPT-LINE
145600         GO TO 5100-PRINT-ITEM-EXIT
145700     END-IF.
145800     MOVE ZERO TO WS-EVT-IX.
145900     PERFORM 5150-PRINT-EVENT THRU 5150-PRINT-EVENT-EXIT
146000         WS-EVT-COUNT TIMES.
146100 5100-PRINT-ITEM-EXIT.
146200     EXIT.
146300
146400 5150-PRINT-EVENT.
146500     ADD 1 TO WS-EVT-IX.
146600     IF WS-EVT-ITEM (WS-EVT-IX) = WS-ITM-IX
146700         MOVE WS-EVT-IMAGE (WS-EVT-IX) TO RPT-LINE
146800         WRITE RPT-LINE
146900     END-IF.
147000 5150-PRINT-EVENT-EXIT.
147100     EXIT.
147200
147300*****************************************************************
147400*  6000-FINISH  --  PRINT THE SOURCES READ AND THE TOTALS,
147500*                    CLOSE, AND SET THE RETURN CODE: 4 WHEN ANY
147600*                    ITEM WAS NOT RECEIVED OR ANY REQUEST WAS
147700*                    IGNORED.
147800*****************************************************************
147900 6000-FINISH.
148000     MOVE SPACES TO RPT-LINE.
148100     WRITE RPT-LINE.
148200     MOVE WS-SRC-HDG TO RPT-LINE.
148300     WRITE RPT-LINE.
148400     MOVE ZERO TO WS-SRC-IX.
148500     PERFORM 6100-PRINT-SOURCE THRU 6100-PRINT-SOURCE-EXIT
148600         14 TIMES.
148700     MOVE SPACES TO RPT-LINE.
148800     WRITE RPT-LINE.
148900     MOVE 'TRACE REQUESTS READ' TO TOT-LABEL.
149000     MOVE WS-REQ-READ-CNT TO TOT-COUNT.
149100     MOVE WS-TOT-LINE TO RPT-LINE.
149200     WRITE RPT-LINE.
149300     MOVE '  REQUESTS IGNORED' TO TOT-LABEL.
149400     MOVE WS-REQ-IGNORED-CNT TO TOT-COUNT.
149500     MOVE WS-TOT-LINE TO RPT-LINE.
149600     WRITE RPT-LINE.
149700     MOVE 'ITEMS TRACED' TO TOT-LABEL.
149800     MOVE WS-ITM-COUNT TO TOT-COUNT.
149900     MOVE WS-TOT-LINE TO RPT-LINE.
150000     WRITE RPT-LINE.
150100     MOVE '  ITEMS NOT RECEIVED' TO TOT-LABEL.
150200     MOVE WS-NOT-RECEIVED-CNT TO TOT-COUNT.
150300     MOVE WS-TOT-LINE TO RPT-LINE.
150400     WRITE RPT-LINE.
150500     MOVE 'EVENTS REPORTED' TO TOT-LABEL.
150600     MOVE WS-EVT-COUNT TO TOT-COUNT.
150700     MOVE WS-TOT-LINE TO RPT-LINE.
150800     WRITE RPT-LINE.
150900     MOVE 'SOURCES NOT AVAILABLE' TO TOT-LABEL.
151000     MOVE WS-SRC-MISSING-CNT TO TOT-COUNT.
151100     MOVE WS-TOT-LINE TO RPT-LINE.
151200     WRITE RPT-LINE.
151300     CLOSE TRACE-REPORT-FILE.
151400     IF WS-NOT-RECEIVED-CNT > 0 OR WS-REQ-IGNORED-CNT > 0
151500         MOVE 4 TO RETURN-CODE
151600     END-IF.
151700 6000-FINISH-EXIT.
151800     EXIT.
151900
152000 6100-PRINT-SOURCE.
152100     ADD 1 TO WS-SRC-IX.
152200     MOVE WS-SRC-NAME (WS-SRC-IX) TO SRC-NAME.
152300     MOVE WS-SRC-READ-CNT (WS-SRC-IX) TO SRC-COUNT.
152400     MOVE WS-SRC-STATE (WS-SRC-IX) TO SRC-STATE.
152500     MOVE WS-SRC-LINE TO RPT-LINE.
152600     WRITE RPT-LINE.
152700 6100-PRINT-SOURCE-EXIT.
152800     EXIT.
152900
153000*****************************************************************
153100*  7000-FIND-ITEM  --  LOCATE WS-LOOKUP-ID AMONG THE ITEMS
153200*                    TRACED.  WS-ITM-IX IS ITS SLOT WHEN FOUND.
153300*****************************************************************
153400 7000-FIND-ITEM.
153500     SET WS-ITEM-FOUND TO FALSE.
153600     MOVE ZERO TO WS-ITM-CHK-IX.
153700     IF WS-LOOKUP-ID = SPACES
153800         GO TO 7000-FIND-ITEM-EXIT
153900     END-IF.
154000     PERFORM 7050-CHECK-ITEM THRU 7050-CHECK-ITEM-EXIT
154100         UNTIL WS-ITEM-FOUND OR WS-ITM-CHK-IX >= WS-ITM-COUNT.
154200 7000-FIND-ITEM-EXIT.
154300     EXIT.
154400
154500 7050-CHECK-ITEM.
154600     ADD 1 TO WS-ITM-CHK-IX.
154700     IF WS-ITM-TRAN-ID (WS-ITM-CHK-IX) = WS-LOOKUP-ID
154800         SET WS-ITEM-FOUND TO TRUE
154900         MOVE WS-ITM-CHK-IX TO WS-ITM-IX
155000     END-IF.
155100 7050-CHECK-ITEM-EXIT.
155200     EXIT.
155300
155400*****************************************************************
155500*  7100-START-EVENT  --  CLEAR THE EVENT LINE AND NAME THE
155600*                    SOURCE IT CAME FROM.
155700*****************************************************************
155800 7100-START-EVENT.
155900     MOVE SPACES TO WS-EVT-LINE.
156000     MOVE ZERO TO EVT-AMOUNT.
156100     MOVE WS-SRC-NAME (WS-SRC-IX) TO EVT-SOURCE.
156200 7100-START-EVENT-EXIT.
156300     EXIT.
156400
156500*****************************************************************
156600*  7150-ADD-EVENT  --  FILE THE EVENT LINE AGAINST ITEM
156700*                    WS-ITM-IX.  MORE EVENTS THAN THE TABLE HOLDS
156800*                    IS FATAL RATHER THAN A SILENTLY SHORTENED
156900*                    TRACE.
157000*****************************************************************
157100 7150-ADD-EVENT.
157200     IF WS-EVT-COUNT >= WS-EVT-MAX-ENTRIES
157300         DISPLAY 'TRANTRC0006E - MORE THAN ' WS-EVT-MAX-ENTRIES
157400             ' EVENTS FOUND - TABLE FULL - NARROW THE REQUEST'
157500         MOVE 16 TO RETURN-CODE
157600         STOP RUN
157700     END-IF.
157800     ADD 1 TO WS-EVT-COUNT.
157900     MOVE WS-ITM-IX   TO WS-EVT-ITEM (WS-EVT-COUNT).
158000     MOVE WS-EVT-LINE TO WS-EVT-IMAGE (WS-EVT-COUNT).
158100     ADD 1 TO WS-ITM-EVT-CNT (WS-ITM-IX).
158200 7150-ADD-EVENT-EXIT.
158300     EXIT.
158400
158500*****************************************************************
158600*  7200-MATCH-ACCOUNTS  --  ADD THE TRAN-ID IN WS-IMAGE TO THE
158700*                    ITEMS TRACED FOR EVERY ACCOUNT REQUEST IT
158800*                    SATISFIES.  AN IMAGE WHOSE TRAN-DATE IS NOT
158900*                    NUMERIC (A DATE REJECT) MATCHES ON THE
159000*                    ACCOUNT ALONE SO IT IS NOT LOST FROM THE
159100*                    TRACE.
159200*****************************************************************
159300 7200-MATCH-ACCOUNTS.
159400     IF WS-IMG-TRAN-ID = SPACES OR WS-IMG-ACCOUNT = SPACES
159500         GO TO 7200-MATCH-ACCOUNTS-EXIT
159600     END-IF.
159700     MOVE ZERO TO WS-ACR-IX.
159800     PERFORM 7250-MATCH-ONE THRU 7250-MATCH-ONE-EXIT
159900         WS-ACR-COUNT TIMES.
160000 7200-MATCH-ACCOUNTS-EXIT.
160100     EXIT.
160200
160300 7250-MATCH-ONE.
160400     ADD 1 TO WS-ACR-IX.
160500     IF WS-IMG-ACCOUNT NOT = WS-ACR-ACCOUNT (WS-ACR-IX)
160600         GO TO 7250-MATCH-ONE-EXIT
160700     END-IF.
160800     IF WS-IMG-TRAN-DATE NUMERIC
160900         IF WS-IMG-TRAN-DATE < WS-ACR-FROM-DATE (WS-ACR-IX)
161000             OR WS-IMG-TRAN-DATE > WS-ACR-TO-DATE (WS-ACR-IX)
161100             GO TO 7250-MATCH-ONE-EXIT
161200         END-IF
161300     END-IF.
161400     MOVE WS-IMG-TRAN-ID TO WS-LOOKUP-ID.
161500     MOVE WS-IMG-ACCOUNT TO WS-NEW-ACCOUNT.
161600     PERFORM 1300-ADD-ITEM THRU 1300-ADD-ITEM-EXIT.
161700     IF WS-ITEM-ADDED
161800         ADD 1 TO WS-ACR-HIT-CNT (WS-ACR-IX)
161900     END-IF.
162000 7250-MATCH-ONE-EXIT.
162100     EXIT.
162200
162300*****************************************************************
162400*  7300-FIND-ACK  --  HAS THE LEDGER ACKNOWLEDGED THE SECTION
162500*                    FOR WS-CUR-LOOP-NAME AND WS-CUR-BUS-DATE?
162600*****************************************************************
162700 7300-FIND-ACK.
162800     SET WS-ACK-FOUND TO FALSE.
162900     MOVE ZERO TO WS-ACK-IX.
163000     PERFORM 7350-CHECK-ACK THRU 7350-CHECK-ACK-EXIT
163100         UNTIL WS-ACK-FOUND OR WS-ACK-IX >= WS-ACK-COUNT.
163200 7300-FIND-ACK-EXIT.
163300     EXIT.
163400
163500 7350-CHECK-ACK.
163600     ADD 1 TO WS-ACK-IX.
163700     IF WS-ACK-LOOP-NAME (WS-ACK-IX) = WS-CUR-LOOP-NAME
163800         AND WS-ACK-BUS-DATE (WS-ACK-IX) = WS-CUR-BUS-DATE
163900         SET WS-ACK-FOUND TO TRUE
164000     END-IF.
164100 7350-CHECK-ACK-EXIT.
164200     EXIT.
164300
164400*****************************************************************
164500*  7400-FIND-REVERSAL  --  HAS REVGEN REVERSED THE RUN FOR
164600*                    WS-CUR-LOOP-NAME AND WS-CUR-BUS-DATE?
164700*****************************************************************
164800 7400-FIND-REVERSAL.
164900     SET WS-RVT-FOUND TO FALSE.
165000     MOVE ZERO TO WS-RVT-IX.
165100     PERFORM 7450-CHECK-REVERSAL THRU 7450-CHECK-REVERSAL-EXIT
165200         UNTIL WS-RVT-FOUND OR WS-RVT-IX >= WS-RVT-COUNT.
165300 7400-FIND-REVERSAL-EXIT.
165400     EXIT.
165500
165600 7450-CHECK-REVERSAL.
165700     ADD 1 TO WS-RVT-IX.
165800     IF WS-RVT-LOOP-NAME (WS-RVT-IX) = WS-CUR-LOOP-NAME
165900         AND WS-RVT-BUS-DATE (WS-RVT-IX) = WS-CUR-BUS-DATE
166000         SET WS-RVT-FOUND TO TRUE
166100     END-IF.
166200 7450-CHECK-REVERSAL-EXIT.
166300     EXIT.
166400
166500*****************************************************************
166600*  7500-REJECT-REASON  --  SPELL OUT THE TRANEDIT REASON CODE.
166700*****************************************************************
166800 7500-REJECT-REASON.
166900     EVALUATE TRUE
167000         WHEN REJ-REASON-MISSING-ID
167100             MOVE '01 TRAN-ID MISSING' TO EVT-DETAIL
167200         WHEN REJ-REASON-BAD-DATE
167300             MOVE '02 TRAN-DATE NOT A VALID DATE' TO EVT-DETAIL
167400         WHEN REJ-REASON-BAD-AMOUNT
167500             MOVE '03 AMOUNT NOT NUMERIC' TO EVT-DETAIL
167600         WHEN REJ-REASON-BAD-TYPE
167700             MOVE '04 TYPE CODE UNKNOWN' TO EVT-DETAIL
167800         WHEN REJ-REASON-BAD-ACCT
167900             MOVE '05 ACCOUNT NOT ON MASTER' TO EVT-DETAIL
168000         WHEN REJ-REASON-CLOSED-ACCT
168100             MOVE '06 ACCOUNT CLOSED' TO EVT-DETAIL
168200         WHEN REJ-REASON-STALE-DATE
168300             MOVE '07 TRAN-DATE STALE' TO EVT-DETAIL
168333         WHEN REJ-REASON-NO-INSTANCE
168366             MOVE '08 FUTURE-DATED, NO INSTANCE' TO EVT-DETAIL
168400         WHEN OTHER
168500             STRING REJ-REASON-CODE ' REASON CODE UNKNOWN'
168600                 DELIMITED BY SIZE INTO EVT-DETAIL
168700     END-EVALUATE.
168800 7500-REJECT-REASON-EXIT.
168900     EXIT.
169000
169100*****************************************************************
169200*  7600-TAKE-IMAGE  --  ONE TRANSACTION IMAGE, ALREADY MOVED TO
169300*                    WS-IMAGE.  WHILE ACCOUNT REQUESTS ARE BEING
169400*                    RESOLVED IT ONLY FEEDS THE ACCOUNT MATCH;
169500*                    OTHERWISE IT IS COUNTED AND, WHEN ITS
169600*                    TRAN-ID IS TRACED, AN EVENT IS STARTED WITH
169700*                    ITS AMOUNT.
169800*****************************************************************
169900 7600-TAKE-IMAGE.
170000     IF WS-RESOLVING
170100         PERFORM 7200-MATCH-ACCOUNTS
170200             THRU 7200-MATCH-ACCOUNTS-EXIT
170300         SET WS-ITEM-FOUND TO FALSE
170400         GO TO 7600-TAKE-IMAGE-EXIT
170500     END-IF.
170600     ADD 1 TO WS-SRC-READ-CNT (WS-SRC-IX).
170700     MOVE WS-IMG-TRAN-ID TO WS-LOOKUP-ID.
170800     PERFORM 7000-FIND-ITEM THRU 7000-FIND-ITEM-EXIT.
170900     IF NOT WS-ITEM-FOUND
171000         GO TO 7600-TAKE-IMAGE-EXIT
171100     END-IF.
171200     PERFORM 7100-START-EVENT THRU 7100-START-EVENT-EXIT.
171300     IF WS-IMG-AMOUNT NUMERIC
171400         MOVE WS-IMG-AMOUNT TO EVT-AMOUNT
171500     END-IF.
171600 7600-TAKE-IMAGE-EXIT.
171700     EXIT.
171800
171900*****************************************************************
172000*  7800-NOTE-OPEN  --  RECORD WHETHER SOURCE WS-SRC-IX OPENED
172100*                    (WS-OPEN-STATUS).  A MISSING OR UNREADABLE
172200*                    SOURCE IS WARNED OF AND NOTED ON THE REPORT
172300*                    ONCE, WHEN IT IS READ FOR THE TRACE ITSELF.
172400*****************************************************************
172500 7800-NOTE-OPEN.
172600     IF WS-OPEN-STATUS = '00'
172700         SET WS-SOURCE-OPEN TO TRUE
172800         IF NOT WS-RESOLVING
172900             MOVE 'READ' TO WS-SRC-STATE (WS-SRC-IX)
173000         END-IF
173100         GO TO 7800-NOTE-OPEN-EXIT
173200     END-IF.
173300     SET WS-SOURCE-OPEN TO FALSE.
173400     IF WS-RESOLVING
173500         GO TO 7800-NOTE-OPEN-EXIT
173600     END-IF.
173700     ADD 1 TO WS-SRC-MISSING-CNT.
173800     IF WS-OPEN-STATUS = '35'
173900         MOVE 'NOT AVAILABLE' TO WS-SRC-STATE (WS-SRC-IX)
174000     ELSE
174100         STRING 'OPEN FAILED - STATUS ' WS-OPEN-STATUS
174200             DELIMITED BY SIZE INTO WS-SRC-STATE (WS-SRC-IX)
174300     END-IF.
174400     DISPLAY 'TRANTRC0009W - ' WS-SRC-NAME (WS-SRC-IX)
174500         ' COULD NOT BE OPENED (STATUS ' WS-OPEN-STATUS
174600         ') - NOT TRACED'.
174700 7800-NOTE-OPEN-EXIT.
174800     EXIT.
