000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CTLPROOF.
000300 AUTHOR.         R MONTIGNY.
000400 INSTALLATION.   OPERATIONS SUPPORT.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  --------------------
001000*  2026-10-15  RLM  ORIGINAL VERSION.  EVERY STEP OF THE CYCLE
001100*                   BALANCES ITSELF -- TRANEDIT AGAINST THE
001200*                   SENDER TRAILER, TRANRCYC AGAINST ITS
001300*                   RECOMPUTED TRAILER, HELLO AGAINST THE CLEAN
001400*                   FILE, ACKMATCH AGAINST THE EXTRACT -- BUT
001500*                   NOTHING PROVED THE WHOLE CHAIN FOR ONE
001600*                   BUSINESS DATE, SO A RECORD COULD FALL
001700*                   BETWEEN TWO PROGRAMS WHILE EVERY STEP STILL
001800*                   SAID BALANCED.  THIS PROGRAM PROVES EACH
001900*                   INSTANCE'S DAY END TO END FROM THE 'E' AND
002000*                   'C' INTAKE RECORDS, THE 'A' APPROVAL AND 'S'
002100*                   SUMMARY RECORDS, THE DUPLICATE-SUSPENSE
002200*                   RELEASES, THE EXTRACT TRAILERS, AND THE
002300*                   POSTING SUMMARY, PRINTS ONE LINE PER LEG,
002400*                   AND NAMES EVERY LEG THAT DOES NOT TIE WITH
002500*                   RETURN-CODE 8.
002510*  2026-10-15  RLM  FUTURE-DATED RECORDS TRANEDIT WAREHOUSES ARE
002520*                   NOW IN THE PROOF: LEG 1 COUNTS THEM RECEIVED
002530*                   FROM THE 'E' RECORD, AND LEG 2 COUNTS WHAT
002540*                   WHSEREL RELEASES ('W' RECORD) AS DELIVERED.
002550*                   THE COMPONENT LINE, WHICH RAN PAST THE 132-
002560*                   BYTE PRINT LINE, IS RESPACED TO FIT WITH THE
002570*                   NEW WAREHOUSED COLUMN, AND AN INSTANCE MISSING
002580*                   FROM LOOPCTL IS NOTED ON A LINE OF ITS OWN.
002582*  2026-10-15  RLM  ONLY THE LATEST 'E', 'C' AND 'W' RECORD OF AN
002584*                   INSTANCE AND BUSINESS DATE COUNTS, SO A
002586*                   SAME-DAY RERUN OF TRANEDIT, TRANRCYC OR
002588*                   WHSEREL NO LONGER COUNTS ITS INTAKE TWICE.
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.    IBM-370.
003100 OBJECT-COMPUTER.    IBM-370.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT LOOPCTL-FILE ASSIGN TO LOOPCTL
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-LOOPCTL-STATUS.
003800
003900     SELECT AUDIT-FILE ASSIGN TO AUDITFIL
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-AUDIT-STATUS.
004200
004300     SELECT EXTRACT-FILE ASSIGN TO EXTRFILE
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-EXTR-STATUS.
004600
004700     SELECT POSTSUM-FILE ASSIGN TO POSTSUM
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-PSUM-STATUS.
005000
005100     SELECT DHIST-FILE ASSIGN TO DUPHIST
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-DHIST-STATUS.
005400
005500     SELECT RUNCAL-FILE ASSIGN TO RUNCALF
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RUNCAL-STATUS.
005800
005900     SELECT PROOF-REPORT-FILE ASSIGN TO PROOFRPT
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  LOOPCTL-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 COPY LOOPCTL.
006800
006900 FD  AUDIT-FILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 COPY AUDITREC.
007300
007400 FD  EXTRACT-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700 COPY EXTRREC.
007800
007900 FD  POSTSUM-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 COPY POSTSUM.
008300
008400 FD  DHIST-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 COPY DUPHIST.
008800
008900 FD  RUNCAL-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200 COPY RUNCAL.
009300
009400 FD  PROOF-REPORT-FILE
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700 01  RPT-LINE                       PIC X(132).
009800
009900 WORKING-STORAGE SECTION.
010000*****************************************************************
010100*  SWITCHES AND COUNTERS
010200*****************************************************************
010300 77  WS-LOOPCTL-STATUS              PIC X(02) VALUE SPACES.
010400 77  WS-AUDIT-STATUS                PIC X(02) VALUE SPACES.
010500 77  WS-EXTR-STATUS                 PIC X(02) VALUE SPACES.
010600 77  WS-PSUM-STATUS                 PIC X(02) VALUE SPACES.
010700 77  WS-DHIST-STATUS                PIC X(02) VALUE SPACES.
010800 77  WS-RUNCAL-STATUS               PIC X(02) VALUE SPACES.
010900 77  WS-INST-MAX-ENTRIES            PIC 9(03) COMP VALUE 500.
011000 77  WS-INST-COUNT                  PIC 9(03) COMP VALUE 0.
011100 77  WS-INST-IX                     PIC 9(03) COMP VALUE 0.
011200 77  WS-INST-FOUND-IX               PIC 9(03) COMP VALUE 0.
011300 77  WS-EXTR-IX                     PIC 9(03) COMP VALUE 0.
011400 77  WS-CTL-LOADED-CNT              PIC 9(05) VALUE 0.
011500 77  WS-PROVEN-CNT                  PIC 9(05) VALUE 0.
011600 77  WS-IDLE-CNT                    PIC 9(05) VALUE 0.
011700 77  WS-OUT-CNT                     PIC 9(05) VALUE 0.
011800 77  WS-LEG-FAIL-CNT                PIC 9(05) VALUE 0.
011900 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
012000 77  WS-LEG-NO                      PIC 9(01) VALUE 0.
012100 77  WS-LEFT-CNT                    PIC 9(09) VALUE 0.
012200 77  WS-RIGHT-CNT                   PIC 9(09) VALUE 0.
012300 77  WS-LEFT-AMT                    PIC 9(11)V99 VALUE 0.
012400 77  WS-RIGHT-AMT                   PIC 9(11)V99 VALUE 0.
012450 77  WS-AUD-TIME                    PIC 9(08) VALUE 0.
012500
012600 01  WS-SWITCHES.
012700     05  WS-LOOPCTL-EOF-SW          PIC X(01) VALUE 'N'.
012800         88  WS-LOOPCTL-EOF                    VALUE 'Y'.
012900     05  WS-AUDIT-EOF-SW            PIC X(01) VALUE 'N'.
013000         88  WS-AUDIT-EOF                      VALUE 'Y'.
013100     05  WS-EXTR-EOF-SW             PIC X(01) VALUE 'N'.
013200         88  WS-EXTR-EOF                       VALUE 'Y'.
013300     05  WS-PSUM-EOF-SW             PIC X(01) VALUE 'N'.
013400         88  WS-PSUM-EOF                       VALUE 'Y'.
013500     05  WS-DHIST-EOF-SW            PIC X(01) VALUE 'N'.
013600         88  WS-DHIST-EOF                      VALUE 'Y'.
013700     05  WS-NAME-FOUND-SW           PIC X(01) VALUE 'N'.
013800         88  WS-NAME-FOUND                     VALUE 'Y'
013900             WHEN SET TO FALSE IS 'N'.
014000     05  WS-EXTR-IN-SECTION-SW      PIC X(01) VALUE 'N'.
014100         88  WS-EXTR-IN-SECTION                VALUE 'Y'
014200             WHEN SET TO FALSE IS 'N'.
014300     05  WS-INST-OUT-SW             PIC X(01) VALUE 'N'.
014400         88  WS-INST-OUT                       VALUE 'Y'
014500             WHEN SET TO FALSE IS 'N'.
014600     05  WS-LEG-TIES-SW             PIC X(01) VALUE 'Y'.
014700         88  WS-LEG-TIES                       VALUE 'Y'
014800             WHEN SET TO FALSE IS 'N'.
014900     05  WS-LEG-HAS-AMT-SW          PIC X(01) VALUE 'N'.
015000         88  WS-LEG-HAS-AMT                    VALUE 'Y'
015100             WHEN SET TO FALSE IS 'N'.
015200
015300*****************************************************************
015400*  INSTANCE TABLE.  LOADED FROM THE LOOPCTL FILE AS THE LIST OF
015500*  INSTANCES THAT SHOULD HAVE A DAY TO PROVE, THEN EXTENDED BY
015600*  ANY INSTANCE NAMED ON THE DAY'S RECORDS BUT NO LONGER IN
015700*  LOOPCTL, SO ITS RECORDS ARE STILL PROVEN RATHER THAN LOST.
015800*  EACH ENTRY ACCUMULATES ITS SHARE OF EVERY SOURCE FOR THE
015900*  BUSINESS DATE.
016000*****************************************************************
016100 01  WS-INST-TABLE.
016200     05  WS-INST-ENTRY OCCURS 500 TIMES.
016300         10  WS-INST-NAME           PIC X(08).
016400         10  WS-INST-IN-CTL-SW      PIC X(01).
016500             88  WS-INST-IN-CTL                VALUE 'Y'.
016600         10  WS-INST-EDIT-SW        PIC X(01).
016700             88  WS-INST-EDIT-SEEN             VALUE 'Y'.
016800         10  WS-INST-ACTIVE-SW      PIC X(01).
016900             88  WS-INST-ACTIVE                VALUE 'Y'.
017000         10  WS-INST-E-RECV         PIC 9(07).
017100         10  WS-INST-E-ACC          PIC 9(07).
017200         10  WS-INST-E-REJ          PIC 9(07).
017300         10  WS-INST-C-RECV         PIC 9(07).
017400         10  WS-INST-C-ACC          PIC 9(07).
017500         10  WS-INST-C-REF          PIC 9(07).
017600         10  WS-INST-A-REL          PIC 9(07).
017700         10  WS-INST-D-REL          PIC 9(07).
017733         10  WS-INST-E-WHSE         PIC 9(07).
017766         10  WS-INST-W-REL          PIC 9(07).
017770         10  WS-INST-E-TIME         PIC 9(08).
017780         10  WS-INST-C-TIME         PIC 9(08).
017790         10  WS-INST-W-TIME         PIC 9(08).
017800         10  WS-INST-S-PROC         PIC 9(07).
017900         10  WS-INST-S-DUP          PIC 9(07).
018000         10  WS-INST-S-HELD         PIC 9(07).
018100         10  WS-INST-S-UNK          PIC 9(07).
018200         10  WS-INST-S-AMT          PIC 9(11)V99.
018300         10  WS-INST-X-CNT          PIC 9(07).
018400         10  WS-INST-X-AMT          PIC 9(11)V99.
018500         10  WS-INST-P-CNT          PIC 9(07).
018600         10  WS-INST-P-AMT          PIC 9(11)V99.
018700
018800 01  WS-LOOKUP-NAME                 PIC X(08) VALUE SPACES.
018900
019000*****************************************************************
019100*  PRINT-IMAGE LINES
019200*****************************************************************
019300 01  WS-HDG-1.
019400     05  FILLER                     PIC X(39) VALUE
019500         'CTLPROOF END-TO-END CONTROL-TOTAL PROOF'.
019600     05  FILLER                     PIC X(16) VALUE
019700         ' - BUSINESS DATE'.
019800     05  FILLER                     PIC X(01) VALUE SPACES.
019900     05  HDG-BUSINESS-DATE          PIC 9(08).
020000     05  FILLER                     PIC X(68) VALUE SPACES.
020100
020200 01  WS-HDG-2.
020300     05  FILLER                     PIC X(10) VALUE 'INSTANCE'.
020400     05  FILLER                     PIC X(40) VALUE 'LEG'.
020500     05  FILLER                     PIC X(12) VALUE
020600         '  LEFT COUNT'.
020700     05  FILLER                     PIC X(12) VALUE
020800         ' RIGHT COUNT'.
020900     05  FILLER                     PIC X(20) VALUE
021000         '         LEFT AMOUNT'.
021100     05  FILLER                     PIC X(20) VALUE
021200         '        RIGHT AMOUNT'.
021300     05  FILLER                     PIC X(02) VALUE SPACES.
021400     05  FILLER                     PIC X(16) VALUE 'RESULT'.
021500
021600 01  WS-COMP-LINE.
021693     05  COMP-INST                  PIC X(08).
021786     05  FILLER                     PIC X(02) VALUE SPACES.
021879     05  FILLER                     PIC X(04) VALUE 'RECV'.
021972     05  COMP-RECV                  PIC ZZZZZZ9.
022065     05  FILLER                     PIC X(01) VALUE SPACES.
022158     05  FILLER                     PIC X(04) VALUE 'REJ'.
022251     05  COMP-REJ                   PIC ZZZZZZ9.
022344     05  FILLER                     PIC X(01) VALUE SPACES.
022437     05  FILLER                     PIC X(04) VALUE 'ACC'.
022530     05  COMP-ACC                   PIC ZZZZZZ9.
022623     05  FILLER                     PIC X(01) VALUE SPACES.
022716     05  FILLER                     PIC X(04) VALUE 'RCYC'.
022809     05  COMP-RCYC                  PIC ZZZZZZ9.
022902     05  FILLER                     PIC X(01) VALUE SPACES.
022995     05  FILLER                     PIC X(04) VALUE 'WHSE'.
023088     05  COMP-WHSE                  PIC ZZZZZZ9.
023181     05  FILLER                     PIC X(01) VALUE SPACES.
023274     05  FILLER                     PIC X(04) VALUE 'REL'.
023367     05  COMP-REL                   PIC ZZZZZZ9.
023460     05  FILLER                     PIC X(01) VALUE SPACES.
023553     05  FILLER                     PIC X(04) VALUE 'PROC'.
023646     05  COMP-PROC                  PIC ZZZZZZ9.
023739     05  FILLER                     PIC X(01) VALUE SPACES.
023832     05  FILLER                     PIC X(04) VALUE 'DUP'.
023925     05  COMP-DUP                   PIC ZZZZZZ9.
024018     05  FILLER                     PIC X(01) VALUE SPACES.
024111     05  FILLER                     PIC X(04) VALUE 'HELD'.
024204     05  COMP-HELD                  PIC ZZZZZZ9.
024297     05  FILLER                     PIC X(01) VALUE SPACES.
024390     05  FILLER                     PIC X(04) VALUE 'UNK'.
024483     05  COMP-UNK                   PIC ZZZZZZ9.
024576     05  FILLER                     PIC X(03) VALUE SPACES.
024700
024800 01  WS-LEG-LINE.
024900     05  LEG-INST                   PIC X(08).
025000     05  FILLER                     PIC X(02) VALUE SPACES.
025100     05  LEG-DESC                   PIC X(40).
025200     05  FILLER                     PIC X(03) VALUE SPACES.
025300     05  LEG-LEFT-CNT               PIC ZZZZZZZZ9.
025400     05  FILLER                     PIC X(03) VALUE SPACES.
025500     05  LEG-RIGHT-CNT              PIC ZZZZZZZZ9.
025600     05  LEG-AMTS.
025700         10  FILLER                 PIC X(03).
025800         10  LEG-LEFT-AMT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
025900         10  FILLER                 PIC X(03).
026000         10  LEG-RIGHT-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
026100     05  FILLER                     PIC X(02) VALUE SPACES.
026200     05  LEG-RESULT                 PIC X(18).
026300
026400 01  WS-IDLE-LINE.
026500     05  IDLE-INST                  PIC X(08).
026600     05  FILLER                     PIC X(02) VALUE SPACES.
026700     05  FILLER                     PIC X(122) VALUE
026800         'NO ACTIVITY FOR THE BUSINESS DATE'.
026900
026912 01  WS-NOCTL-LINE.
026924     05  NOCTL-INST                 PIC X(08).
026936     05  FILLER                     PIC X(02) VALUE SPACES.
026948     05  FILLER                     PIC X(122) VALUE
026960         'NOT IN LOOPCTL - NO CONTROL RECORD FOR THIS INSTANCE'.
026984
027000 01  WS-LEGEND-1.
027100     05  FILLER                     PIC X(41) VALUE
027200         'RECEIVED  = RECORDS READ BY TRANEDIT PLUS'.
027300     05  FILLER                     PIC X(91) VALUE
027400         ' CORRECTIONS READ BY TRANRCYC'.
027500
027600 01  WS-LEGEND-2.
027700     05  FILLER                     PIC X(42) VALUE
027800         'DELIVERED = ACCEPTED + RECYCLED + RELEASED'.
027900     05  FILLER                     PIC X(90) VALUE
028000         ' FROM APPROVAL, DUPLICATE SUSPENSE OR THE WAREHOUSE'.
028100
028200 01  WS-TOT-LINE.
028300     05  TOT-LABEL                  PIC X(34).
028400     05  TOT-COUNT                  PIC ZZZZ9.
028500     05  FILLER                     PIC X(93) VALUE SPACES.
028600
028700 PROCEDURE DIVISION.
028800*****************************************************************
028900*  0000-MAINLINE
029000*****************************************************************
029100 0000-MAINLINE.
029200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
029300     PERFORM 2000-SCAN-AUDIT THRU 2000-SCAN-AUDIT-EXIT.
029400     PERFORM 2200-SCAN-EXTRACT THRU 2200-SCAN-EXTRACT-EXIT.
029500     PERFORM 2400-SCAN-POSTSUM THRU 2400-SCAN-POSTSUM-EXIT.
029600     PERFORM 2600-SCAN-DUPHIST THRU 2600-SCAN-DUPHIST-EXIT.
029700     MOVE ZERO TO WS-INST-IX.
029800     PERFORM 3000-PROVE-ONE THRU 3000-PROVE-ONE-EXIT
029900         WS-INST-COUNT TIMES.
030000     PERFORM 4000-FINISH THRU 4000-FINISH-EXIT.
030100     STOP RUN.
030200
030300*****************************************************************
030400*  1000-INITIALIZE  --  SET THE BUSINESS DATE, LOAD THE
030500*                    INSTANCE TABLE FROM LOOPCTL, AND START THE
030600*                    REPORT.  A LOOPCTL FILE THAT WILL NOT OPEN
030700*                    IS FATAL: WITH NO INSTANCE LIST THERE IS
030800*                    NOTHING TO PROVE AGAINST.
030900*****************************************************************
031000 1000-INITIALIZE.
031100     OPEN INPUT LOOPCTL-FILE.
031200     IF WS-LOOPCTL-STATUS NOT = '00'
031300         DISPLAY 'CTLPROOF0001E - LOOPCTL CONTROL FILE COULD '
031400             'NOT BE OPENED (STATUS ' WS-LOOPCTL-STATUS ') - '
031500             'NOTHING TO PROVE AGAINST'
031600         MOVE 16 TO RETURN-CODE
031700         STOP RUN
031800     END-IF.
031900
032000     PERFORM 1050-SET-BUSINESS-DATE
032100         THRU 1050-SET-BUSINESS-DATE-EXIT.
032200
032300     PERFORM 1100-LOAD-CONTROL THRU 1100-LOAD-CONTROL-EXIT.
032400     CLOSE LOOPCTL-FILE.
032500
032600     OPEN OUTPUT PROOF-REPORT-FILE.
032700     MOVE WS-BUSINESS-DATE TO HDG-BUSINESS-DATE.
032800     MOVE WS-HDG-1 TO RPT-LINE.
032900     WRITE RPT-LINE.
033000     MOVE WS-LEGEND-1 TO RPT-LINE.
033100     WRITE RPT-LINE.
033200     MOVE WS-LEGEND-2 TO RPT-LINE.
033300     WRITE RPT-LINE.
033400     MOVE SPACES TO RPT-LINE.
033500     WRITE RPT-LINE.
033600     MOVE WS-HDG-2 TO RPT-LINE.
033700     WRITE RPT-LINE.
033800 1000-INITIALIZE-EXIT.
033900     EXIT.
034000
034100*****************************************************************
034200*  1050-SET-BUSINESS-DATE  --  THE RUN CALENDAR NAMES THE DATE
034300*                    TO PROVE.  A MISSING OR UNREADABLE CALENDAR
034400*                    FALLS BACK TO THE SYSTEM DATE, AS BEFORE
034500*                    CALENDAR CONTROL EXISTED.
034600*****************************************************************
034700 1050-SET-BUSINESS-DATE.
034800     OPEN INPUT RUNCAL-FILE.
034900     IF WS-RUNCAL-STATUS NOT = '00'
035000         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
035100         GO TO 1050-SET-BUSINESS-DATE-EXIT
035200     END-IF.
035300     READ RUNCAL-FILE
035400         AT END
035500             ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
035600             CLOSE RUNCAL-FILE
035700             GO TO 1050-SET-BUSINESS-DATE-EXIT
035800     END-READ.
035900     IF CAL-BUS-DATE NUMERIC
036000         MOVE CAL-BUS-DATE TO WS-BUSINESS-DATE
036100     ELSE
036200         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
036300     END-IF.
036400     CLOSE RUNCAL-FILE.
036500 1050-SET-BUSINESS-DATE-EXIT.
036600     EXIT.
036700
036800*****************************************************************
036900*  1100-LOAD-CONTROL  --  READ THE WHOLE CONTROL FILE INTO THE
037000*                    INSTANCE TABLE.  MORE RECORDS THAN THE
037100*                    TABLE HOLDS IS FATAL RATHER THAN SILENT
037200*                    TRUNCATION.
037300*****************************************************************
037400 1100-LOAD-CONTROL.
037500     READ LOOPCTL-FILE
037600         AT END
037700             SET WS-LOOPCTL-EOF TO TRUE
037800             GO TO 1100-LOAD-CONTROL-EXIT
037900     END-READ.
038000     MOVE LOOPCTL-NAME TO WS-LOOKUP-NAME.
038100     PERFORM 5000-FIND-INSTANCE THRU 5000-FIND-INSTANCE-EXIT.
038200     IF NOT WS-INST-IN-CTL (WS-INST-FOUND-IX)
038300         MOVE 'Y' TO WS-INST-IN-CTL-SW (WS-INST-FOUND-IX)
038400         ADD 1 TO WS-CTL-LOADED-CNT
038500     END-IF.
038600     GO TO 1100-LOAD-CONTROL.
038700 1100-LOAD-CONTROL-EXIT.
038800     EXIT.
038900
039000*****************************************************************
039100*  2000-SCAN-AUDIT  --  ACCUMULATE THE AUDIT RECORDS FOR THE
039200*                    BUSINESS DATE: 'E' INTAKE FROM TRANEDIT,
039300*                    'C' RECYCLE FROM TRANRCYC, 'A' APPROVAL
039400*                    RELEASES FROM APPRUTIL, 'W' WAREHOUSE
039450*                    RELEASES FROM WHSEREL, AND 'S' SUMMARIES
039500*                    FROM HELLO (EVERY RUN OF THE DAY, SO A
039600*                    CHECKPOINT-RESUMED INSTANCE ADDS ITS TWO
039700*                    PARTS).  OF THE 'E', 'C' AND 'W' RECORDS
039710*                    ONLY THE LATEST FOR THE INSTANCE COUNTS: A
039720*                    SAME-DAY RERUN REPLACES WHAT THE EARLIER RUN
039730*                    RECORDED RATHER THAN ADDING TO IT.  AN AUDIT
039740*                    FILE THAT WILL NOT OPEN IS FATAL: WITHOUT IT
039750*                    NO LEG CAN BE PROVEN.
039900*****************************************************************
040000 2000-SCAN-AUDIT.
040100     OPEN INPUT AUDIT-FILE.
040200     IF WS-AUDIT-STATUS NOT = '00'
040300         DISPLAY 'CTLPROOF0003E - AUDIT FILE COULD NOT BE '
040400             'OPENED (STATUS ' WS-AUDIT-STATUS ') - NO PROOF '
040500             'POSSIBLE'
040600         MOVE 16 TO RETURN-CODE
040700         STOP RUN
040800     END-IF.
040900 2000-SCAN-NEXT.
041000     READ AUDIT-FILE
041100         AT END
041200             SET WS-AUDIT-EOF TO TRUE
041300             CLOSE AUDIT-FILE
041400             GO TO 2000-SCAN-AUDIT-EXIT
041500     END-READ.
041600     IF AUDIT-RUN-DATE NOT = WS-BUSINESS-DATE
041700         GO TO 2000-SCAN-NEXT
041800     END-IF.
041900     IF NOT AUDIT-TYPE-EDIT AND NOT AUDIT-TYPE-RECYCLE
042000         AND NOT AUDIT-TYPE-APPROVAL AND NOT AUDIT-TYPE-SUMMARY
042050         AND NOT AUDIT-TYPE-WAREHOUSE
042100         GO TO 2000-SCAN-NEXT
042200     END-IF.
042300     MOVE AUDIT-LOOP-NAME TO WS-LOOKUP-NAME.
042400     PERFORM 5000-FIND-INSTANCE THRU 5000-FIND-INSTANCE-EXIT.
042500     MOVE WS-INST-FOUND-IX TO WS-INST-IX.
042600     MOVE 'Y' TO WS-INST-ACTIVE-SW (WS-INST-IX).
042610     IF AUDIT-TIMESTAMP NUMERIC
042620         MOVE AUDIT-TIMESTAMP TO WS-AUD-TIME
042630     ELSE
042640         MOVE ZERO TO WS-AUD-TIME
042650     END-IF.
042700     EVALUATE TRUE
042800         WHEN AUDIT-TYPE-EDIT
042900             MOVE 'Y' TO WS-INST-EDIT-SW (WS-INST-IX)
043000             PERFORM 2110-TAKE-EDIT THRU 2110-TAKE-EDIT-EXIT
043300         WHEN AUDIT-TYPE-RECYCLE
043400             PERFORM 2120-TAKE-RECYCLE THRU 2120-TAKE-RECYCLE-EXIT
043700         WHEN AUDIT-TYPE-APPROVAL
043800             IF AUDIT-REL-CNT NUMERIC
043900                 ADD AUDIT-REL-CNT TO WS-INST-A-REL (WS-INST-IX)
044000             END-IF
044020         WHEN AUDIT-TYPE-WAREHOUSE
044040             PERFORM 2130-TAKE-WAREHOUSE
044060                 THRU 2130-TAKE-WAREHOUSE-EXIT
044100         WHEN AUDIT-TYPE-SUMMARY
044200             PERFORM 2100-ADD-SUMMARY THRU 2100-ADD-SUMMARY-EXIT
044300     END-EVALUATE.
044400     GO TO 2000-SCAN-NEXT.
044500 2000-SCAN-AUDIT-EXIT.
044600     EXIT.
044700
044800*****************************************************************
044900*  2100-ADD-SUMMARY  --  ADD ONE HELLO 'S' RECORD TO ITS
045000*                    INSTANCE.  SUMMARIES WRITTEN BEFORE A
045100*                    FIELD EXISTED COME BACK SPACE-FILLED THERE
045200*                    AND COUNT AS ZERO.
045300*****************************************************************
045400 2100-ADD-SUMMARY.
045500     ADD AUDIT-CYCLES-DONE TO WS-INST-S-PROC (WS-INST-IX).
045600     IF AUDIT-AMOUNT NUMERIC
045700         ADD AUDIT-AMOUNT TO WS-INST-S-AMT (WS-INST-IX)
045800     END-IF.
045900     IF AUDIT-DUP-CNT NUMERIC
046000         ADD AUDIT-DUP-CNT TO WS-INST-S-DUP (WS-INST-IX)
046100     END-IF.
046200     IF AUDIT-HELD-CNT NUMERIC
046300         ADD AUDIT-HELD-CNT TO WS-INST-S-HELD (WS-INST-IX)
046400     END-IF.
046500     IF AUDIT-UNKNOWN-CNT NUMERIC
046600         ADD AUDIT-UNKNOWN-CNT TO WS-INST-S-UNK (WS-INST-IX)
046700     END-IF.
046800 2100-ADD-SUMMARY-EXIT.
046900     EXIT.
047000
047002*****************************************************************
047004*  2110-TAKE-EDIT, 2120-TAKE-RECYCLE, 2130-TAKE-WAREHOUSE  --
047006*                    KEEP THE TOTALS OF THE LATEST 'E', 'C' OR 'W'
047008*                    RECORD FOR THE INSTANCE.  A RECORD WITH AN
047010*                    EARLIER TIME THAN THE ONE ALREADY KEPT IS
047012*                    FROM A RUN SINCE REPEATED AND IS IGNORED.
047014*****************************************************************
047016 2110-TAKE-EDIT.
047018     IF WS-AUD-TIME < WS-INST-E-TIME (WS-INST-IX)
047020         GO TO 2110-TAKE-EDIT-EXIT
047022     END-IF.
047024     MOVE WS-AUD-TIME       TO WS-INST-E-TIME (WS-INST-IX).
047026     MOVE AUDIT-CNT-VALUE   TO WS-INST-E-RECV (WS-INST-IX).
047028     MOVE AUDIT-CYCLES-DONE TO WS-INST-E-ACC (WS-INST-IX).
047030     MOVE AUDIT-START-VALUE TO WS-INST-E-REJ (WS-INST-IX).
047032     IF AUDIT-HELD-CNT NUMERIC
047034         MOVE AUDIT-HELD-CNT TO WS-INST-E-WHSE (WS-INST-IX)
047036     ELSE
047038         MOVE ZERO TO WS-INST-E-WHSE (WS-INST-IX)
047040     END-IF.
047042 2110-TAKE-EDIT-EXIT.
047044     EXIT.
047046
047048 2120-TAKE-RECYCLE.
047050     IF WS-AUD-TIME < WS-INST-C-TIME (WS-INST-IX)
047052         GO TO 2120-TAKE-RECYCLE-EXIT
047054     END-IF.
047056     MOVE WS-AUD-TIME       TO WS-INST-C-TIME (WS-INST-IX).
047058     MOVE AUDIT-CNT-VALUE   TO WS-INST-C-RECV (WS-INST-IX).
047060     MOVE AUDIT-CYCLES-DONE TO WS-INST-C-ACC (WS-INST-IX).
047062     MOVE AUDIT-START-VALUE TO WS-INST-C-REF (WS-INST-IX).
047064 2120-TAKE-RECYCLE-EXIT.
047066     EXIT.
047068
047070 2130-TAKE-WAREHOUSE.
047072     IF WS-AUD-TIME < WS-INST-W-TIME (WS-INST-IX)
047074         GO TO 2130-TAKE-WAREHOUSE-EXIT
047076     END-IF.
047078     MOVE WS-AUD-TIME       TO WS-INST-W-TIME (WS-INST-IX).
047080     IF AUDIT-REL-CNT NUMERIC
047082         MOVE AUDIT-REL-CNT TO WS-INST-W-REL (WS-INST-IX)
047084     ELSE
047086         MOVE ZERO TO WS-INST-W-REL (WS-INST-IX)
047088     END-IF.
047090 2130-TAKE-WAREHOUSE-EXIT.
047092     EXIT.
047094
047100*****************************************************************
047200*  2200-SCAN-EXTRACT  --  ACCUMULATE THE EXTRACT TRAILERS FOR
047300*                    THE BUSINESS DATE BY INSTANCE.  THE
047400*                    HEADER NAMES THE INSTANCE AND DATE OF THE
047500*                    SECTION ITS TRAILER CLOSES.  REVGEN
047600*                    REVERSING SECTIONS ARE NOT PART OF THE
047700*                    DAY'S PROCESSING AND ARE PASSED OVER.  A
047800*                    MISSING EXTRACT IS A WARNING; EVERY ACTIVE
047900*                    INSTANCE'S EXTRACT LEG WILL THEN NOT TIE.
048000*****************************************************************
048100 2200-SCAN-EXTRACT.
048200     OPEN INPUT EXTRACT-FILE.
048300     IF WS-EXTR-STATUS NOT = '00'
048400         DISPLAY 'CTLPROOF0004W - EXTRACT FILE COULD NOT BE '
048500             'OPENED (STATUS ' WS-EXTR-STATUS ') - NO EXTRACT '
048600             'TOTALS TO PROVE AGAINST'
048700         SET WS-EXTR-EOF TO TRUE
048800         GO TO 2200-SCAN-EXTRACT-EXIT
048900     END-IF.
049000 2200-SCAN-NEXT.
049100     READ EXTRACT-FILE
049200         AT END
049300             SET WS-EXTR-EOF TO TRUE
049400             CLOSE EXTRACT-FILE
049500             GO TO 2200-SCAN-EXTRACT-EXIT
049600     END-READ.
049700     IF EXTR-TYPE-HEADER
049800         SET WS-EXTR-IN-SECTION TO FALSE
049900         IF NOT EXTR-IS-REVERSAL
050000             AND EXTR-HDR-BUS-DATE = WS-BUSINESS-DATE
050100             MOVE EXTR-HDR-LOOP-NAME TO WS-LOOKUP-NAME
050200             PERFORM 5000-FIND-INSTANCE
050300                 THRU 5000-FIND-INSTANCE-EXIT
050400             MOVE WS-INST-FOUND-IX TO WS-EXTR-IX
050500             MOVE 'Y' TO WS-INST-ACTIVE-SW (WS-EXTR-IX)
050600             SET WS-EXTR-IN-SECTION TO TRUE
050700         END-IF
050800         GO TO 2200-SCAN-NEXT
050900     END-IF.
051000     IF EXTR-TYPE-TRAILER
051100         IF WS-EXTR-IN-SECTION
051200             ADD EXTR-TRL-COUNT  TO WS-INST-X-CNT (WS-EXTR-IX)
051300             ADD EXTR-TRL-AMOUNT TO WS-INST-X-AMT (WS-EXTR-IX)
051400         END-IF
051500         SET WS-EXTR-IN-SECTION TO FALSE
051600     END-IF.
051700     GO TO 2200-SCAN-NEXT.
051800 2200-SCAN-EXTRACT-EXIT.
051900     EXIT.
052000
052100*****************************************************************
052200*  2400-SCAN-POSTSUM  --  ACCUMULATE THE POSTING-SUMMARY COUNTS
052300*                    AND AMOUNTS FOR THE BUSINESS DATE BY
052400*                    INSTANCE.  A MISSING SUMMARY IS A WARNING;
052500*                    EVERY ACTIVE INSTANCE'S POSTING LEG WILL
052600*                    THEN NOT TIE.
052700*****************************************************************
052800 2400-SCAN-POSTSUM.
052900     OPEN INPUT POSTSUM-FILE.
053000     IF WS-PSUM-STATUS NOT = '00'
053100         DISPLAY 'CTLPROOF0005W - POSTING SUMMARY COULD NOT BE '
053200             'OPENED (STATUS ' WS-PSUM-STATUS ') - NO POSTING '
053300             'TOTALS TO PROVE AGAINST'
053400         SET WS-PSUM-EOF TO TRUE
053500         GO TO 2400-SCAN-POSTSUM-EXIT
053600     END-IF.
053700 2400-SCAN-NEXT.
053800     READ POSTSUM-FILE
053900         AT END
054000             SET WS-PSUM-EOF TO TRUE
054100             CLOSE POSTSUM-FILE
054200             GO TO 2400-SCAN-POSTSUM-EXIT
054300     END-READ.
054400     IF PSUM-RUN-DATE NOT = WS-BUSINESS-DATE
054500         GO TO 2400-SCAN-NEXT
054600     END-IF.
054700     MOVE PSUM-LOOP-NAME TO WS-LOOKUP-NAME.
054800     PERFORM 5000-FIND-INSTANCE THRU 5000-FIND-INSTANCE-EXIT.
054900     MOVE WS-INST-FOUND-IX TO WS-INST-IX.
055000     MOVE 'Y' TO WS-INST-ACTIVE-SW (WS-INST-IX).
055100     ADD PSUM-COUNT  TO WS-INST-P-CNT (WS-INST-IX).
055200     ADD PSUM-AMOUNT TO WS-INST-P-AMT (WS-INST-IX).
055300     GO TO 2400-SCAN-NEXT.
055400 2400-SCAN-POSTSUM-EXIT.
055500     EXIT.
055600
055700*****************************************************************
055800*  2600-SCAN-DUPHIST  --  COUNT THE DUPLICATE-SUSPENSE ITEMS
055900*                    DUPRES RELEASED ON THE BUSINESS DATE INTO
056000*                    EACH INSTANCE'S INPUT.  THEY REACH HELLO
056100*                    WITHOUT PASSING TRANEDIT, SO THEY ARE PART
056200*                    OF WHAT WAS DELIVERED.  A MISSING HISTORY
056300*                    MEANS NOTHING HAS EVER BEEN RELEASED.
056400*****************************************************************
056500 2600-SCAN-DUPHIST.
056600     OPEN INPUT DHIST-FILE.
056700     IF WS-DHIST-STATUS NOT = '00'
056800         DISPLAY 'CTLPROOF0006W - DUPLICATE DISPOSITION HISTORY '
056900             'COULD NOT BE OPENED (STATUS ' WS-DHIST-STATUS
057000             ') - NO SUSPENSE RELEASES COUNTED'
057100         SET WS-DHIST-EOF TO TRUE
057200         GO TO 2600-SCAN-DUPHIST-EXIT
057300     END-IF.
057400 2600-SCAN-NEXT.
057500     READ DHIST-FILE
057600         AT END
057700             SET WS-DHIST-EOF TO TRUE
057800             CLOSE DHIST-FILE
057900             GO TO 2600-SCAN-DUPHIST-EXIT
058000     END-READ.
058100     IF DHIST-CHANGE-DATE NOT = WS-BUSINESS-DATE
058200         OR DHIST-ACTION NOT = 'R'
058300         OR DHIST-LOOP-NAME = SPACES
058400         GO TO 2600-SCAN-NEXT
058500     END-IF.
058600     MOVE DHIST-LOOP-NAME TO WS-LOOKUP-NAME.
058700     PERFORM 5000-FIND-INSTANCE THRU 5000-FIND-INSTANCE-EXIT.
058800     MOVE WS-INST-FOUND-IX TO WS-INST-IX.
058900     MOVE 'Y' TO WS-INST-ACTIVE-SW (WS-INST-IX).
059000     ADD 1 TO WS-INST-D-REL (WS-INST-IX).
059100     GO TO 2600-SCAN-NEXT.
059200 2600-SCAN-DUPHIST-EXIT.
059300     EXIT.
059400
059500*****************************************************************
059600*  3000-PROVE-ONE  --  PRINT ONE INSTANCE'S COMPONENT COUNTS AND
059700*                    ITS FOUR LEGS:
059800*                      1  RECEIVED  = REJECTED + ACCEPTED +
059900*                                     RECYCLED +
059950*                                     WAREHOUSED       (COUNT)
060000*                      2  DELIVERED = PROCESSED + DUPLICATE +
060100*                                     HELD + UNKNOWN   (COUNT)
060200*                      3  PROCESSED = EXTRACT TRAILERS
060300*                                              (COUNT, AMOUNT)
060400*                      4  PROCESSED = POSTING SUMMARY
060500*                                              (COUNT, AMOUNT)
060600*                    DUPLICATE AND HELD AMOUNTS ARE NOT RECORDED
060700*                    ANYWHERE, SO THE FIRST TWO LEGS ARE PROVEN
060800*                    ON COUNT ONLY.  AN INSTANCE WITH DATA BUT
060900*                    NO 'E' RECORD FAILS LEG 1: ITS INTAKE WAS
061000*                    NEVER CONTROLLED.  AN INSTANCE WITH NO DATA
061100*                    AT ALL IS REPORTED IDLE, NOT OUT OF BALANCE
061200*                    -- RECONRPT IS THE REPORT FOR MISSED RUNS.
061300*****************************************************************
061400 3000-PROVE-ONE.
061500     ADD 1 TO WS-INST-IX.
061600     IF NOT WS-INST-ACTIVE (WS-INST-IX)
061700         ADD 1 TO WS-IDLE-CNT
061800         MOVE WS-INST-NAME (WS-INST-IX) TO IDLE-INST
061900         MOVE WS-IDLE-LINE TO RPT-LINE
062000         WRITE RPT-LINE
062100         GO TO 3000-PROVE-ONE-EXIT
062200     END-IF.
062300     ADD 1 TO WS-PROVEN-CNT.
062400     SET WS-INST-OUT TO FALSE.
062500     PERFORM 3100-PRINT-COMPONENTS
062600         THRU 3100-PRINT-COMPONENTS-EXIT.
062700
062800     MOVE 1 TO WS-LEG-NO.
062900     MOVE 'RECEIVED = REJ+ACC+RCYC+WAREHOUSED'
063000         TO LEG-DESC.
063100     ADD WS-INST-E-RECV (WS-INST-IX) WS-INST-C-RECV (WS-INST-IX)
063200         GIVING WS-LEFT-CNT.
063300     ADD WS-INST-E-REJ (WS-INST-IX) WS-INST-C-REF (WS-INST-IX)
063400         WS-INST-E-ACC (WS-INST-IX) WS-INST-C-ACC (WS-INST-IX)
063450         WS-INST-E-WHSE (WS-INST-IX)
063500         GIVING WS-RIGHT-CNT.
063600     SET WS-LEG-HAS-AMT TO FALSE.
063700     PERFORM 3500-PRINT-LEG THRU 3500-PRINT-LEG-EXIT.
063800
063900     MOVE 2 TO WS-LEG-NO.
064000     MOVE 'DELIVERED = PROCESSED+DUP+HELD+UNKNOWN'
064100         TO LEG-DESC.
064200     ADD WS-INST-E-ACC (WS-INST-IX) WS-INST-C-ACC (WS-INST-IX)
064300         WS-INST-A-REL (WS-INST-IX) WS-INST-D-REL (WS-INST-IX)
064350         WS-INST-W-REL (WS-INST-IX)
064400         GIVING WS-LEFT-CNT.
064500     ADD WS-INST-S-PROC (WS-INST-IX) WS-INST-S-DUP (WS-INST-IX)
064600         WS-INST-S-HELD (WS-INST-IX) WS-INST-S-UNK (WS-INST-IX)
064700         GIVING WS-RIGHT-CNT.
064800     SET WS-LEG-HAS-AMT TO FALSE.
064900     PERFORM 3500-PRINT-LEG THRU 3500-PRINT-LEG-EXIT.
065000
065100     MOVE 3 TO WS-LEG-NO.
065200     MOVE 'PROCESSED = EXTRACT TRAILERS' TO LEG-DESC.
065300     MOVE WS-INST-S-PROC (WS-INST-IX) TO WS-LEFT-CNT.
065400     MOVE WS-INST-X-CNT (WS-INST-IX)  TO WS-RIGHT-CNT.
065500     MOVE WS-INST-S-AMT (WS-INST-IX)  TO WS-LEFT-AMT.
065600     MOVE WS-INST-X-AMT (WS-INST-IX)  TO WS-RIGHT-AMT.
065700     SET WS-LEG-HAS-AMT TO TRUE.
065800     PERFORM 3500-PRINT-LEG THRU 3500-PRINT-LEG-EXIT.
065900
066000     MOVE 4 TO WS-LEG-NO.
066100     MOVE 'PROCESSED = POSTING SUMMARY' TO LEG-DESC.
066200     MOVE WS-INST-S-PROC (WS-INST-IX) TO WS-LEFT-CNT.
066300     MOVE WS-INST-P-CNT (WS-INST-IX)  TO WS-RIGHT-CNT.
066400     MOVE WS-INST-S-AMT (WS-INST-IX)  TO WS-LEFT-AMT.
066500     MOVE WS-INST-P-AMT (WS-INST-IX)  TO WS-RIGHT-AMT.
066600     SET WS-LEG-HAS-AMT TO TRUE.
066700     PERFORM 3500-PRINT-LEG THRU 3500-PRINT-LEG-EXIT.
066800
066900     IF WS-INST-OUT
067000         ADD 1 TO WS-OUT-CNT
067100     END-IF.
067200     MOVE SPACES TO RPT-LINE.
067300     WRITE RPT-LINE.
067400 3000-PROVE-ONE-EXIT.
067500     EXIT.
067600
067700*****************************************************************
067800*  3100-PRINT-COMPONENTS  --  ONE LINE OF THE FIGURES THE LEGS
067900*                    ARE BUILT FROM, SO A LEG THAT DOES NOT TIE
068000*                    CAN BE RUN DOWN WITHOUT REREADING FIVE
068100*                    FILES.
068200*****************************************************************
068300 3100-PRINT-COMPONENTS.
068400     MOVE WS-INST-NAME (WS-INST-IX) TO COMP-INST.
068500     ADD WS-INST-E-RECV (WS-INST-IX) WS-INST-C-RECV (WS-INST-IX)
068600         GIVING COMP-RECV.
068700     ADD WS-INST-E-REJ (WS-INST-IX) WS-INST-C-REF (WS-INST-IX)
068800         GIVING COMP-REJ.
068900     MOVE WS-INST-E-ACC (WS-INST-IX)  TO COMP-ACC.
069000     MOVE WS-INST-C-ACC (WS-INST-IX)  TO COMP-RCYC.
069050     MOVE WS-INST-E-WHSE (WS-INST-IX) TO COMP-WHSE.
069100     ADD WS-INST-A-REL (WS-INST-IX) WS-INST-D-REL (WS-INST-IX)
069150         WS-INST-W-REL (WS-INST-IX)
069200         GIVING COMP-REL.
069300     MOVE WS-INST-S-PROC (WS-INST-IX) TO COMP-PROC.
069400     MOVE WS-INST-S-DUP (WS-INST-IX)  TO COMP-DUP.
069500     MOVE WS-INST-S-HELD (WS-INST-IX) TO COMP-HELD.
069600     MOVE WS-INST-S-UNK (WS-INST-IX)  TO COMP-UNK.
069700     MOVE WS-COMP-LINE TO RPT-LINE.
069800     WRITE RPT-LINE.
069900     IF NOT WS-INST-IN-CTL (WS-INST-IX)
070000         MOVE WS-INST-NAME (WS-INST-IX) TO NOCTL-INST
070100         MOVE WS-NOCTL-LINE TO RPT-LINE
070200         WRITE RPT-LINE
070300     END-IF.
070400 3100-PRINT-COMPONENTS-EXIT.
070500     EXIT.
070600
070700*****************************************************************
070800*  3500-PRINT-LEG  --  COMPARE AND PRINT ONE LEG.  A LEG THAT
070900*                    DOES NOT TIE IS NAMED ON THE CONSOLE AS
071000*                    WELL AS THE REPORT.  LEG 1 (THE ONLY LEG
071100*                    BUILT ON THE INTAKE RECORDS) ALSO FAILS
071200*                    WHEN THE INSTANCE HAS NO 'E' RECORD.
071300*****************************************************************
071400 3500-PRINT-LEG.
071500     SET WS-LEG-TIES TO TRUE.
071600     IF WS-LEFT-CNT NOT = WS-RIGHT-CNT
071700         SET WS-LEG-TIES TO FALSE
071800     END-IF.
071900     IF WS-LEG-HAS-AMT
072000         AND WS-LEFT-AMT NOT = WS-RIGHT-AMT
072100         SET WS-LEG-TIES TO FALSE
072200     END-IF.
072300     MOVE WS-INST-NAME (WS-INST-IX) TO LEG-INST.
072400     MOVE WS-LEFT-CNT  TO LEG-LEFT-CNT.
072500     MOVE WS-RIGHT-CNT TO LEG-RIGHT-CNT.
072600     IF WS-LEG-HAS-AMT
072700         MOVE SPACES       TO LEG-AMTS
072800         MOVE WS-LEFT-AMT  TO LEG-LEFT-AMT
072900         MOVE WS-RIGHT-AMT TO LEG-RIGHT-AMT
073000     ELSE
073100         MOVE SPACES TO LEG-AMTS
073200     END-IF.
073300     IF WS-LEG-TIES
073400         MOVE 'TIES' TO LEG-RESULT
073500     ELSE
073600         MOVE 'DOES NOT TIE' TO LEG-RESULT
073700     END-IF.
073800     IF WS-LEG-NO = 1
073900         AND NOT WS-INST-EDIT-SEEN (WS-INST-IX)
074000         SET WS-LEG-TIES TO FALSE
074100         MOVE 'NO TRANEDIT RECORD' TO LEG-RESULT
074200     END-IF.
074300     MOVE WS-LEG-LINE TO RPT-LINE.
074400     WRITE RPT-LINE.
074500     IF NOT WS-LEG-TIES
074600         ADD 1 TO WS-LEG-FAIL-CNT
074700         SET WS-INST-OUT TO TRUE
074800         DISPLAY 'CTLPROOF0008W - ' WS-INST-NAME (WS-INST-IX)
074900             ' LEG ' LEG-DESC ' - ' LEG-RESULT
075000     END-IF.
075100 3500-PRINT-LEG-EXIT.
075200     EXIT.
075300
075400*****************************************************************
075500*  4000-FINISH  --  PRINT THE TOTALS, CLOSE, AND SET THE RETURN
075600*                    CODE: 8 ANY LEG DOES NOT TIE, 0 CLEAN.
075700*****************************************************************
075800 4000-FINISH.
075900     MOVE 'INSTANCES IN LOOPCTL'         TO TOT-LABEL.
076000     MOVE WS-CTL-LOADED-CNT              TO TOT-COUNT.
076100     MOVE WS-TOT-LINE TO RPT-LINE.
076200     WRITE RPT-LINE.
076300     MOVE 'INSTANCES PROVEN'             TO TOT-LABEL.
076400     MOVE WS-PROVEN-CNT                  TO TOT-COUNT.
076500     MOVE WS-TOT-LINE TO RPT-LINE.
076600     WRITE RPT-LINE.
076700     MOVE 'INSTANCES WITH NO ACTIVITY'   TO TOT-LABEL.
076800     MOVE WS-IDLE-CNT                    TO TOT-COUNT.
076900     MOVE WS-TOT-LINE TO RPT-LINE.
077000     WRITE RPT-LINE.
077100     MOVE 'INSTANCES OUT OF BALANCE'     TO TOT-LABEL.
077200     MOVE WS-OUT-CNT                     TO TOT-COUNT.
077300     MOVE WS-TOT-LINE TO RPT-LINE.
077400     WRITE RPT-LINE.
077500     MOVE 'LEGS THAT DO NOT TIE'         TO TOT-LABEL.
077600     MOVE WS-LEG-FAIL-CNT                TO TOT-COUNT.
077700     MOVE WS-TOT-LINE TO RPT-LINE.
077800     WRITE RPT-LINE.
077900
078000     CLOSE PROOF-REPORT-FILE.
078100
078200     IF WS-LEG-FAIL-CNT > ZERO
078300         DISPLAY 'CTLPROOF0009W - ' WS-LEG-FAIL-CNT ' LEG(S) '
078400             'DO NOT TIE FOR ' WS-BUSINESS-DATE ' - SEE THE '
078500             'PROOF REPORT'
078600         MOVE 8 TO RETURN-CODE
078700     ELSE
078800         MOVE 0 TO RETURN-CODE
078900     END-IF.
079000 4000-FINISH-EXIT.
079100     EXIT.
079200
079300*****************************************************************
079400*  5000-FIND-INSTANCE  --  LOOK THE LOOKUP NAME UP IN THE
079500*                    INSTANCE TABLE, ADDING IT IF IT IS NOT
079600*                    THERE, AND RETURN ITS ENTRY IN
079700*                    WS-INST-FOUND-IX.  A FULL TABLE IS FATAL
079800*                    RATHER THAN A SILENTLY SHORT PROOF.
079900*****************************************************************
080000 5000-FIND-INSTANCE.
080100     SET WS-NAME-FOUND TO FALSE.
080200     MOVE ZERO TO WS-INST-FOUND-IX.
080300     MOVE ZERO TO WS-INST-IX.
080400     PERFORM 5050-CHECK-ONE THRU 5050-CHECK-ONE-EXIT
080500         WS-INST-COUNT TIMES.
080600     IF WS-NAME-FOUND
080700         GO TO 5000-FIND-INSTANCE-EXIT
080800     END-IF.
080900     IF WS-INST-COUNT >= WS-INST-MAX-ENTRIES
081000         DISPLAY 'CTLPROOF0002E - MORE THAN '
081100             WS-INST-MAX-ENTRIES ' INSTANCES - TABLE FULL'
081200         MOVE 16 TO RETURN-CODE
081300         STOP RUN
081400     END-IF.
081500     ADD 1 TO WS-INST-COUNT.
081600     MOVE WS-INST-COUNT TO WS-INST-FOUND-IX.
081700     MOVE WS-LOOKUP-NAME TO WS-INST-NAME (WS-INST-FOUND-IX).
081800     MOVE 'N' TO WS-INST-IN-CTL-SW (WS-INST-FOUND-IX)
081900                 WS-INST-EDIT-SW (WS-INST-FOUND-IX)
082000                 WS-INST-ACTIVE-SW (WS-INST-FOUND-IX).
082100     MOVE ZERO TO WS-INST-E-RECV (WS-INST-FOUND-IX)
082200                  WS-INST-E-ACC (WS-INST-FOUND-IX)
082300                  WS-INST-E-REJ (WS-INST-FOUND-IX)
082400                  WS-INST-C-RECV (WS-INST-FOUND-IX)
082500                  WS-INST-C-ACC (WS-INST-FOUND-IX)
082600                  WS-INST-C-REF (WS-INST-FOUND-IX)
082700                  WS-INST-A-REL (WS-INST-FOUND-IX)
082800                  WS-INST-D-REL (WS-INST-FOUND-IX)
082833                  WS-INST-E-WHSE (WS-INST-FOUND-IX)
082866                  WS-INST-W-REL (WS-INST-FOUND-IX)
082870                  WS-INST-E-TIME (WS-INST-FOUND-IX)
082880                  WS-INST-C-TIME (WS-INST-FOUND-IX)
082890                  WS-INST-W-TIME (WS-INST-FOUND-IX)
082900                  WS-INST-S-PROC (WS-INST-FOUND-IX)
083000                  WS-INST-S-DUP (WS-INST-FOUND-IX)
083100                  WS-INST-S-HELD (WS-INST-FOUND-IX)
083200                  WS-INST-S-UNK (WS-INST-FOUND-IX)
083300                  WS-INST-S-AMT (WS-INST-FOUND-IX)
083400                  WS-INST-X-CNT (WS-INST-FOUND-IX)
083500                  WS-INST-X-AMT (WS-INST-FOUND-IX)
083600                  WS-INST-P-CNT (WS-INST-FOUND-IX)
083700                  WS-INST-P-AMT (WS-INST-FOUND-IX).
083800 5000-FIND-INSTANCE-EXIT.
083900     EXIT.
084000
084100 5050-CHECK-ONE.
084200     ADD 1 TO WS-INST-IX.
084300     IF NOT WS-NAME-FOUND
084400         IF WS-INST-NAME (WS-INST-IX) = WS-LOOKUP-NAME
084500             SET WS-NAME-FOUND TO TRUE
084600             MOVE WS-INST-IX TO WS-INST-FOUND-IX
084700         END-IF
084800     END-IF.
084900 5050-CHECK-ONE-EXIT.
085000     EXIT.
