000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ACCTPOST.
000300 AUTHOR.         R MONTIGNY.
000400 INSTALLATION.   OPERATIONS SUPPORT.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  --------------------
001000*  2026-10-15  RLM  ORIGINAL VERSION.  NIGHTLY BALANCE POSTING.
001100*                   THE ACCOUNT MASTER NOW CARRIES A RUNNING
001200*                   BALANCE, A PRIOR-DAY BALANCE, AND THE DATE
001300*                   LAST POSTED.  THIS JOB APPLIES THE NIGHT'S
001400*                   POSTING SUMMARIES (POSTSUM) TO THEM --
001500*                   CREDITS AND ADJUSTMENTS RAISE THE BALANCE,
001600*                   DEBITS LOWER IT -- AND BACKS OUT ANY
001700*                   INSTANCE RUN REVGEN HAS REVERSED.  EVERY
001800*                   POSTING IS RECORDED ON A KEYED POSTING
001900*                   REGISTER BY INSTANCE, DATE, AND ACCOUNT, SO
002000*                   THE SAME INSTANCE AND BUSINESS DATE CANNOT
002100*                   BE POSTED TWICE AND A REVERSAL REMOVES
002200*                   EXACTLY WHAT WAS POSTED.  THE REPORT ENDS
002300*                   WITH A TRIAL BALANCE OVER THE WHOLE MASTER
002400*                   PROVING OPENING PLUS POSTINGS EQUALS
002500*                   CLOSING.
002510*                   A RUN THAT STOPS PART WAY THROUGH AN INSTANCE
002520*                   AND DATE IS RESTARTED BY RERUNNING IT: THE
002530*                   ACCOUNTS ALREADY POSTED ARE SKIPPED.
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.    IBM-370.
003100 OBJECT-COMPUTER.    IBM-370.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ACCT-FILE ASSIGN TO ACCTMST
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS ACCT-NUMBER
003900         FILE STATUS IS WS-ACCT-STATUS.
004000
004100     SELECT PSUM-FILE ASSIGN TO POSTSUM
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-PSUM-STATUS.
004400
004500     SELECT REV-FILE ASSIGN TO REVIN
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-REV-STATUS.
004800
004900     SELECT PREG-FILE ASSIGN TO POSTREG
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS PREG-KEY
005300         FILE STATUS IS WS-PREG-STATUS.
005400
005500     SELECT RUNCAL-FILE ASSIGN TO RUNCALF
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RUNCAL-STATUS.
005800
005900     SELECT POST-REPORT-FILE ASSIGN TO POSTRPT
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  ACCT-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 COPY ACCTREC.
006700
006800 FD  PSUM-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 COPY POSTSUM.
007200
007300 FD  REV-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 COPY EXTRREC.
007700
007800 FD  PREG-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 COPY POSTREG.
008100
008200 FD  RUNCAL-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 COPY RUNCAL.
008600
008700 FD  POST-REPORT-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 01  RPT-LINE                       PIC X(132).
009100
009200 WORKING-STORAGE SECTION.
009300*****************************************************************
009400*  SWITCHES AND COUNTERS
009500*****************************************************************
009600 77  WS-ACCT-STATUS                 PIC X(02) VALUE SPACES.
009700 77  WS-PSUM-STATUS                 PIC X(02) VALUE SPACES.
009800 77  WS-REV-STATUS                  PIC X(02) VALUE SPACES.
009900 77  WS-PREG-STATUS                 PIC X(02) VALUE SPACES.
010000 77  WS-RUNCAL-STATUS               PIC X(02) VALUE SPACES.
010100 77  WS-PSUM-READ-CNT               PIC 9(07) VALUE 0.
010200 77  WS-PSUM-POSTED-CNT             PIC 9(07) VALUE 0.
010300 77  WS-PSUM-UNPOSTED-CNT           PIC 9(07) VALUE 0.
010400 77  WS-PSUM-REFUSED-CNT            PIC 9(07) VALUE 0.
010450 77  WS-PSUM-SKIPPED-CNT            PIC 9(07) VALUE 0.
010500 77  WS-GRP-POSTED-CNT              PIC 9(05) VALUE 0.
010600 77  WS-GRP-REFUSED-CNT             PIC 9(05) VALUE 0.
010620 77  WS-GRP-BATCH-CNT               PIC 9(03) VALUE 0.
010640 77  WS-GRP-RUN-TIME                PIC 9(08) VALUE 0.
010700 77  WS-REV-APPLIED-CNT             PIC 9(05) VALUE 0.
010800 77  WS-REV-REFUSED-CNT             PIC 9(05) VALUE 0.
010900 77  WS-REV-ACCT-CNT                PIC 9(07) VALUE 0.
011000 77  WS-ACCT-LISTED-CNT             PIC 9(07) VALUE 0.
011100 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
011200 77  WS-TB-MAX-ENTRIES              PIC 9(04) COMP VALUE 2000.
011300 77  WS-TB-COUNT                    PIC 9(04) COMP VALUE 0.
011400 77  WS-TB-IX                       PIC 9(04) COMP VALUE 0.
011500 77  WS-TB-FOUND-IX                 PIC 9(04) COMP VALUE 0.
011600
011700 01  WS-CURRENT-DATE-TIME.
011800     05  WS-RUN-DATE                PIC 9(08).
011900     05  WS-RUN-TIME                PIC 9(08).
012000
012100 01  WS-SWITCHES.
012200     05  WS-PSUM-EOF-SW             PIC X(01) VALUE 'N'.
012300         88  WS-PSUM-EOF                       VALUE 'Y'.
012400     05  WS-REV-EOF-SW              PIC X(01) VALUE 'N'.
012500         88  WS-REV-EOF                        VALUE 'Y'.
012600     05  WS-PREG-EOF-SW             PIC X(01) VALUE 'N'.
012700         88  WS-PREG-EOF                       VALUE 'Y'
012800             WHEN SET TO FALSE IS 'N'.
012900     05  WS-ACCT-EOF-SW             PIC X(01) VALUE 'N'.
013000         88  WS-ACCT-EOF                       VALUE 'Y'
013100             WHEN SET TO FALSE IS 'N'.
013200     05  WS-ACCT-FOUND-SW           PIC X(01) VALUE 'N'.
013300         88  WS-ACCT-FOUND                     VALUE 'Y'
013400             WHEN SET TO FALSE IS 'N'.
013500     05  WS-GRP-ACCEPTED-SW         PIC X(01) VALUE 'N'.
013600         88  WS-GRP-ACCEPTED                   VALUE 'Y'
013700             WHEN SET TO FALSE IS 'N'.
013710     05  WS-GRP-RESTART-SW          PIC X(01) VALUE 'N'.
013720         88  WS-GRP-RESTART                    VALUE 'Y'
013730             WHEN SET TO FALSE IS 'N'.
013740     05  WS-ACCT-POSTED-SW          PIC X(01) VALUE 'N'.
013750         88  WS-ACCT-POSTED                    VALUE 'Y'
013760             WHEN SET TO FALSE IS 'N'.
013800     05  WS-REV-FILE-SW             PIC X(01) VALUE 'N'.
013900         88  WS-REV-FILE-OPEN                  VALUE 'Y'.
014000     05  WS-PSUM-FILE-SW            PIC X(01) VALUE 'N'.
014100         88  WS-PSUM-FILE-OPEN                 VALUE 'Y'.
014200
014300*****************************************************************
014400*  CURRENT POSTING-SUMMARY GROUP (INSTANCE + BUSINESS DATE)
014500*****************************************************************
014600 01  WS-GRP-KEY.
014700     05  WS-GRP-LOOP-NAME           PIC X(08) VALUE SPACES.
014800     05  WS-GRP-BUS-DATE            PIC X(08) VALUE SPACES.
014900
015000*****************************************************************
015100*  AMOUNTS FOR THE POSTING IN HAND.  WS-POST-NET IS THE SIGNED
015200*  MOVEMENT APPLIED TO THE BALANCE.
015300*****************************************************************
015400 01  WS-POST-AMOUNTS.
015500     05  WS-POST-DEBIT              PIC 9(09)V99 VALUE 0.
015600     05  WS-POST-CREDIT             PIC 9(09)V99 VALUE 0.
015700     05  WS-POST-ADJ                PIC 9(09)V99 VALUE 0.
015800     05  WS-POST-TYPED              PIC 9(11)V99 VALUE 0.
015900     05  WS-POST-NET                PIC S9(09)V99 VALUE 0.
016000     05  WS-POST-KIND               PIC X(01) VALUE SPACE.
016100         88  WS-POST-IS-SUMMARY                VALUE 'S'.
016200         88  WS-POST-IS-REVERSAL               VALUE 'R'.
016300
016400*****************************************************************
016500*  RUN TOTALS FOR THE TRIAL BALANCE
016600*****************************************************************
016700 01  WS-RUN-TOTALS.
016800     05  WS-OPEN-TOTAL              PIC S9(13)V99 VALUE 0.
016900     05  WS-TB-OPEN-TOTAL           PIC S9(13)V99 VALUE 0.
017000     05  WS-CLOSE-TOTAL             PIC S9(13)V99 VALUE 0.
017100     05  WS-DEBIT-TOTAL             PIC 9(13)V99 VALUE 0.
017200     05  WS-CREDIT-TOTAL            PIC 9(13)V99 VALUE 0.
017300     05  WS-ADJ-TOTAL               PIC 9(13)V99 VALUE 0.
017400     05  WS-REV-TOTAL               PIC S9(13)V99 VALUE 0.
017500     05  WS-NET-TOTAL               PIC S9(13)V99 VALUE 0.
017600     05  WS-PROOF-TOTAL             PIC S9(13)V99 VALUE 0.
017700     05  WS-REV-GRP-NET             PIC S9(11)V99 VALUE 0.
017800     05  WS-ACCT-BAL                PIC S9(09)V99 VALUE 0.
017900     05  WS-ACCT-OPEN-BAL           PIC S9(09)V99 VALUE 0.
018000
018100*****************************************************************
018200*  ACCOUNTS MOVED THIS RUN -- OPENING BALANCE AND MOVEMENTS, SO
018300*  THE TRIAL BALANCE CAN SHOW EACH ACCOUNT'S OPENING FIGURE
018400*  BEFORE THE FIRST POSTING TOUCHED IT.
018500*****************************************************************
018600 01  WS-TB-TABLE.
018700     05  WS-TB-ENTRY OCCURS 2000 TIMES.
018800         10  WS-TB-ACCOUNT          PIC X(10).
018900         10  WS-TB-OPEN-BAL         PIC S9(09)V99.
019000         10  WS-TB-DEBIT            PIC 9(11)V99.
019100         10  WS-TB-CREDIT           PIC 9(11)V99.
019200         10  WS-TB-ADJ              PIC 9(11)V99.
019300         10  WS-TB-REV              PIC S9(11)V99.
019400
019500*****************************************************************
019600*  PRINT-IMAGE LINES
019700*****************************************************************
019800 01  WS-HDG-1.
019900     05  FILLER                     PIC X(40) VALUE
020000         'ACCTPOST ACCOUNT BALANCE POSTING REPORT'.
020100     05  FILLER                     PIC X(15) VALUE
020200         'BUSINESS DATE '.
020300     05  HDG-BUS-DATE               PIC 9(08).
020400     05  FILLER                     PIC X(69) VALUE SPACES.
020500
020600 01  WS-HDG-2.
020700     05  FILLER                     PIC X(10) VALUE 'ACTION'.
020800     05  FILLER                     PIC X(10) VALUE 'INSTANCE'.
020900     05  FILLER                     PIC X(10) VALUE 'BUS DATE'.
021000     05  FILLER                     PIC X(12) VALUE 'ACCOUNT'.
021100     05  FILLER                     PIC X(90) VALUE 'DETAIL'.
021200
021300 01  WS-ACT-LINE.
021400     05  ACT-ACTION                 PIC X(09).
021500     05  FILLER                     PIC X(01) VALUE SPACES.
021600     05  ACT-LOOP-NAME              PIC X(08).
021700     05  FILLER                     PIC X(02) VALUE SPACES.
021800     05  ACT-BUS-DATE               PIC X(08).
021900     05  FILLER                     PIC X(02) VALUE SPACES.
022000     05  ACT-ACCOUNT                PIC X(10).
022100     05  FILLER                     PIC X(02) VALUE SPACES.
022200     05  ACT-REASON                 PIC X(50).
022300     05  FILLER                     PIC X(40) VALUE SPACES.
022400
022500 01  WS-TB-HDG-1.
022600     05  FILLER                     PIC X(132) VALUE
022700         'TRIAL BALANCE'.
022800
022900 01  WS-TB-HDG-2.
023000     05  FILLER                     PIC X(12) VALUE 'ACCOUNT'.
023100     05  FILLER                     PIC X(15) VALUE
023200         '      OPENING'.
023300     05  FILLER                     PIC X(14) VALUE
023400         '      DEBITS'.
023500     05  FILLER                     PIC X(14) VALUE
023600         '     CREDITS'.
023700     05  FILLER                     PIC X(14) VALUE
023800         ' ADJUSTMENTS'.
023900     05  FILLER                     PIC X(15) VALUE
024000         '     REVERSED'.
024100     05  FILLER                     PIC X(15) VALUE
024200         '      CLOSING'.
024300     05  FILLER                     PIC X(15) VALUE
024400         '    PRIOR DAY'.
024500     05  FILLER                     PIC X(18) VALUE SPACES.
024600
024700 01  WS-TB-LINE.
024800     05  TB-ACCOUNT                 PIC X(10).
024900     05  FILLER                     PIC X(02) VALUE SPACES.
025000     05  TB-OPEN                    PIC -ZZZZZZZZ9.99.
025100     05  FILLER                     PIC X(02) VALUE SPACES.
025200     05  TB-DEBIT                   PIC ZZZZZZZZ9.99.
025300     05  FILLER                     PIC X(02) VALUE SPACES.
025400     05  TB-CREDIT                  PIC ZZZZZZZZ9.99.
025500     05  FILLER                     PIC X(02) VALUE SPACES.
025600     05  TB-ADJ                     PIC ZZZZZZZZ9.99.
025700     05  FILLER                     PIC X(02) VALUE SPACES.
025800     05  TB-REV                     PIC -ZZZZZZZZ9.99.
025900     05  FILLER                     PIC X(02) VALUE SPACES.
026000     05  TB-CLOSE                   PIC -ZZZZZZZZ9.99.
026100     05  FILLER                     PIC X(02) VALUE SPACES.
026200     05  TB-PRIOR                   PIC -ZZZZZZZZ9.99.
026300     05  FILLER                     PIC X(18) VALUE SPACES.
026400
026500 01  WS-TOT-LINE.
026600     05  TOT-LABEL                  PIC X(34).
026700     05  TOT-COUNT                  PIC ZZZZZZ9.
026800     05  FILLER                     PIC X(91) VALUE SPACES.
026900
027000 01  WS-AMT-LINE.
027100     05  AMT-LABEL                  PIC X(34).
027200     05  AMT-VALUE                  PIC -ZZZZZZZZZZZZ9.99.
027300     05  FILLER                     PIC X(81) VALUE SPACES.
027400
027500 01  WS-PROOF-OK-LINE.
027600     05  FILLER                     PIC X(44) VALUE
027700         'TRIAL BALANCE PROVED - OPENING PLUS POSTINGS'.
027800     05  FILLER                     PIC X(88) VALUE
027900         ' EQUALS CLOSING'.
028000
028100 01  WS-PROOF-BAD-LINE.
028200     05  FILLER                     PIC X(132) VALUE
028300         '*** TRIAL BALANCE OUT OF BALANCE ***'.
028400
028500 PROCEDURE DIVISION.
028600*****************************************************************
028700*  0000-MAINLINE
028800*****************************************************************
028900 0000-MAINLINE.
029000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
029100     PERFORM 2000-APPLY-REVERSAL THRU 2000-APPLY-REVERSAL-EXIT
029200         UNTIL WS-REV-EOF.
029300     PERFORM 3000-POST-SUMMARY THRU 3000-POST-SUMMARY-EXIT
029400         UNTIL WS-PSUM-EOF.
029500     PERFORM 5000-FINISH THRU 5000-FINISH-EXIT.
029600     STOP RUN.
029700
029800*****************************************************************
029900*  1000-INITIALIZE  --  SET THE BUSINESS DATE, OPEN EVERY FILE,
030000*                    TAKE THE OPENING TOTAL OF THE MASTER, AND
030100*                    PRIME THE FIRST READS.  THE POSTING
030200*                    REGISTER IS CREATED ON THE FIRST RUN.  A
030300*                    MISSING REVERSAL FILE MEANS NOTHING WAS
030400*                    REVERSED TONIGHT; A MISSING POSTING SUMMARY
030500*                    MEANS NO INSTANCE RAN.  NEITHER IS AN
030600*                    ERROR -- THE TRIAL BALANCE STILL PRINTS.
030700*****************************************************************
030800 1000-INITIALIZE.
030900     PERFORM 1100-SET-BUSINESS-DATE
031000         THRU 1100-SET-BUSINESS-DATE-EXIT.
031100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
031200     ACCEPT WS-RUN-TIME FROM TIME.
031300     OPEN I-O ACCT-FILE.
031400     IF WS-ACCT-STATUS NOT = '00'
031500         DISPLAY 'ACCTPOST0001E - ACCOUNT MASTER COULD NOT BE '
031600             'OPENED (STATUS ' WS-ACCT-STATUS ') - NOTHING '
031700             'POSTED'
031800         MOVE 16 TO RETURN-CODE
031900         STOP RUN
032000     END-IF.
032100     OPEN I-O PREG-FILE.
032200     IF WS-PREG-STATUS = '35'
032300         OPEN OUTPUT PREG-FILE
032400         CLOSE PREG-FILE
032500         OPEN I-O PREG-FILE
032600     END-IF.
032700     IF WS-PREG-STATUS NOT = '00'
032800         DISPLAY 'ACCTPOST0002E - POSTING REGISTER COULD NOT BE '
032900             'OPENED (STATUS ' WS-PREG-STATUS ') - NOTHING '
033000             'POSTED'
033100         MOVE 16 TO RETURN-CODE
033200         STOP RUN
033300     END-IF.
033400     OPEN INPUT REV-FILE.
033500     IF WS-REV-STATUS = '00'
033600         MOVE 'Y' TO WS-REV-FILE-SW
033700         PERFORM 2900-READ-REV THRU 2900-READ-REV-EXIT
033800     ELSE
033900         DISPLAY 'ACCTPOST0003I - NO REVERSAL FILE (STATUS '
034000             WS-REV-STATUS ') - NO REVERSALS APPLIED'
034100         SET WS-REV-EOF TO TRUE
034200     END-IF.
034300     OPEN INPUT PSUM-FILE.
034400     IF WS-PSUM-STATUS = '00'
034500         MOVE 'Y' TO WS-PSUM-FILE-SW
034600         PERFORM 3900-READ-PSUM THRU 3900-READ-PSUM-EXIT
034700     ELSE
034800         DISPLAY 'ACCTPOST0004W - POSTING SUMMARY COULD NOT BE '
034900             'OPENED (STATUS ' WS-PSUM-STATUS ') - NO '
035000             'SUMMARIES POSTED'
035100         SET WS-PSUM-EOF TO TRUE
035200     END-IF.
035300     OPEN OUTPUT POST-REPORT-FILE.
035400     MOVE WS-BUSINESS-DATE TO HDG-BUS-DATE.
035500     MOVE WS-HDG-1 TO RPT-LINE.
035600     WRITE RPT-LINE.
035700     MOVE WS-HDG-2 TO RPT-LINE.
035800     WRITE RPT-LINE.
035900     PERFORM 1200-SUM-OPENING THRU 1200-SUM-OPENING-EXIT.
036000 1000-INITIALIZE-EXIT.
036100     EXIT.
036200
036300*****************************************************************
036400*  1100-SET-BUSINESS-DATE  --  THE RUN CALENDAR NAMES THE DATE
036500*                    THE BALANCES ARE POSTED AS OF.  A MISSING
036600*                    OR UNREADABLE CALENDAR FALLS BACK TO THE
036700*                    SYSTEM DATE, AS BEFORE CALENDAR CONTROL
036800*                    EXISTED.
036900*****************************************************************
037000 1100-SET-BUSINESS-DATE.
037100     OPEN INPUT RUNCAL-FILE.
037200     IF WS-RUNCAL-STATUS NOT = '00'
037300         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
037400         GO TO 1100-SET-BUSINESS-DATE-EXIT
037500     END-IF.
037600     READ RUNCAL-FILE
037700         AT END
037800             ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
037900             CLOSE RUNCAL-FILE
038000             GO TO 1100-SET-BUSINESS-DATE-EXIT
038100     END-READ.
038200     IF CAL-BUS-DATE NUMERIC
038300         MOVE CAL-BUS-DATE TO WS-BUSINESS-DATE
038400     ELSE
038500         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
038600     END-IF.
038700     CLOSE RUNCAL-FILE.
038800 1100-SET-BUSINESS-DATE-EXIT.
038900     EXIT.
039000
039100*****************************************************************
039200*  1200-SUM-OPENING  --  TOTAL EVERY BALANCE ON THE MASTER
039300*                    BEFORE ANYTHING IS POSTED.  THIS IS THE
039400*                    OPENING FIGURE THE TRIAL BALANCE PROVES
039500*                    FORWARD TO THE CLOSING FIGURE.
039600*****************************************************************
039700 1200-SUM-OPENING.
039800     SET WS-ACCT-EOF TO FALSE.
039900     MOVE LOW-VALUES TO ACCT-NUMBER.
040000     START ACCT-FILE KEY NOT < ACCT-NUMBER
040100         INVALID KEY
040200             SET WS-ACCT-EOF TO TRUE
040300     END-START.
040400     PERFORM 1300-SUM-ONE THRU 1300-SUM-ONE-EXIT
040500         UNTIL WS-ACCT-EOF.
040600 1200-SUM-OPENING-EXIT.
040700     EXIT.
040800
040900 1300-SUM-ONE.
041000     READ ACCT-FILE NEXT RECORD
041100         AT END
041200             SET WS-ACCT-EOF TO TRUE
041300             GO TO 1300-SUM-ONE-EXIT
041400     END-READ.
041500     IF ACCT-CURR-BAL NUMERIC
041600         ADD ACCT-CURR-BAL TO WS-OPEN-TOTAL
041700     END-IF.
041800 1300-SUM-ONE-EXIT.
041900     EXIT.
042000
042100*****************************************************************
042200*  2000-APPLY-REVERSAL  --  REVERSALS ARE APPLIED BEFORE THE
042300*                    NIGHT'S SUMMARIES, SO A BAD RUN IS BACKED
042400*                    OUT BEFORE ITS CORRECTED RERUN POSTS.  ONLY
042500*                    THE REVERSING HEADER MATTERS HERE: IT NAMES
042600*                    THE INSTANCE AND DATE, AND THE POSTING
042700*                    REGISTER HOLDS WHAT WAS POSTED FOR THEM
042800*                    ACCOUNT BY ACCOUNT.  DETAILS AND TRAILERS
042900*                    ARE PASSED OVER.
043000*****************************************************************
043100 2000-APPLY-REVERSAL.
043200     IF EXTR-TYPE-HEADER AND EXTR-IS-REVERSAL
043300         PERFORM 2100-REVERSE-RUN THRU 2100-REVERSE-RUN-EXIT
043400     END-IF.
043500     PERFORM 2900-READ-REV THRU 2900-READ-REV-EXIT.
043600 2000-APPLY-REVERSAL-EXIT.
043700     EXIT.
043800
043900*****************************************************************
044000*  2100-REVERSE-RUN  --  BACK OUT ONE INSTANCE AND DATE.  A RUN
044100*                    THAT WAS NEVER POSTED, OR IS ALREADY
044200*                    REVERSED, IS REPORTED AND LEFT ALONE.
044300*****************************************************************
044400 2100-REVERSE-RUN.
044500     MOVE SPACES TO ACT-ACCOUNT.
044600     MOVE EXTR-HDR-LOOP-NAME TO ACT-LOOP-NAME.
044700     MOVE EXTR-HDR-BUS-DATE  TO ACT-BUS-DATE.
044800     MOVE EXTR-HDR-LOOP-NAME TO PREG-LOOP-NAME.
044900     MOVE EXTR-HDR-BUS-DATE  TO PREG-BUS-DATE.
045000     MOVE '*CONTROL*'        TO PREG-ACCOUNT.
045100     READ PREG-FILE
045200         INVALID KEY
045300             ADD 1 TO WS-REV-REFUSED-CNT
045400             MOVE 'REV-REFUS' TO ACT-ACTION
045500             MOVE 'RUN WAS NEVER POSTED - NOTHING TO REVERSE'
045600                 TO ACT-REASON
045700             PERFORM 4800-WRITE-ACTION
045800                 THRU 4800-WRITE-ACTION-EXIT
045900             GO TO 2100-REVERSE-RUN-EXIT
046000     END-READ.
046100     PERFORM 4900-CHECK-PREG THRU 4900-CHECK-PREG-EXIT.
046200     IF PREG-STATUS-REVERSED
046300         ADD 1 TO WS-REV-REFUSED-CNT
046400         MOVE 'REV-REFUS' TO ACT-ACTION
046500         MOVE 'RUN ALREADY REVERSED' TO ACT-REASON
046600         PERFORM 4800-WRITE-ACTION THRU 4800-WRITE-ACTION-EXIT
046700         GO TO 2100-REVERSE-RUN-EXIT
046800     END-IF.
046900
047000     MOVE ZERO TO WS-REV-GRP-NET.
047100     SET WS-PREG-EOF TO FALSE.
047200     MOVE LOW-VALUES TO PREG-ACCOUNT.
047300     START PREG-FILE KEY NOT < PREG-KEY
047400         INVALID KEY
047500             SET WS-PREG-EOF TO TRUE
047600     END-START.
047700     PERFORM 2200-REVERSE-ONE THRU 2200-REVERSE-ONE-EXIT
047800         UNTIL WS-PREG-EOF.
047900
048000     MOVE EXTR-HDR-LOOP-NAME TO PREG-LOOP-NAME.
048100     MOVE EXTR-HDR-BUS-DATE  TO PREG-BUS-DATE.
048200     MOVE '*CONTROL*'        TO PREG-ACCOUNT.
048300     READ PREG-FILE.
048400     PERFORM 4900-CHECK-PREG THRU 4900-CHECK-PREG-EXIT.
048500     MOVE 'R'              TO PREG-STATUS.
048600     MOVE WS-BUSINESS-DATE TO PREG-REVERSED-DATE.
048700     REWRITE PREG-RECORD.
048800     PERFORM 4900-CHECK-PREG THRU 4900-CHECK-PREG-EXIT.
048900     ADD 1 TO WS-REV-APPLIED-CNT.
049000     MOVE 'REVERSED'  TO ACT-ACTION.
049100     MOVE SPACES      TO ACT-ACCOUNT.
049200     MOVE 'RUN BACKED OUT OF THE BALANCES' TO ACT-REASON.
049300     PERFORM 4800-WRITE-ACTION THRU 4800-WRITE-ACTION-EXIT.
049400 2100-REVERSE-RUN-EXIT.
049500     EXIT.
049600
049700*****************************************************************
049800*  2200-REVERSE-ONE  --  ONE REGISTER ENTRY OF THE RUN BEING
049900*                    REVERSED.  THE BALANCE MOVES BY THE
050000*                    NEGATIVE OF THE NET ORIGINALLY POSTED.
050100*****************************************************************
050200 2200-REVERSE-ONE.
050300     READ PREG-FILE NEXT RECORD
050400         AT END
050500             SET WS-PREG-EOF TO TRUE
050600             GO TO 2200-REVERSE-ONE-EXIT
050700     END-READ.
050800     IF PREG-LOOP-NAME NOT = EXTR-HDR-LOOP-NAME
050900         OR PREG-BUS-DATE NOT = EXTR-HDR-BUS-DATE
051000         SET WS-PREG-EOF TO TRUE
051100         GO TO 2200-REVERSE-ONE-EXIT
051200     END-IF.
051300     IF PREG-IS-CONTROL OR NOT PREG-STATUS-POSTED
051400         GO TO 2200-REVERSE-ONE-EXIT
051500     END-IF.
051600     MOVE ZERO TO WS-POST-DEBIT WS-POST-CREDIT WS-POST-ADJ.
051700     COMPUTE WS-POST-NET = ZERO - PREG-NET-AMT.
051800     SET WS-POST-IS-REVERSAL TO TRUE.
051900     MOVE PREG-ACCOUNT TO ACCT-NUMBER.
052000     PERFORM 4000-FIND-ACCOUNT THRU 4000-FIND-ACCOUNT-EXIT.
052100     IF NOT WS-ACCT-FOUND
052200         MOVE 'REV-UNPST' TO ACT-ACTION
052300         MOVE PREG-ACCOUNT TO ACT-ACCOUNT
052400         MOVE 'ACCOUNT NO LONGER ON MASTER - NOT REVERSED'
052500             TO ACT-REASON
052600         PERFORM 4800-WRITE-ACTION THRU 4800-WRITE-ACTION-EXIT
052700         ADD 1 TO WS-REV-REFUSED-CNT
052800         GO TO 2200-REVERSE-ONE-EXIT
052900     END-IF.
053000     PERFORM 4100-APPLY-TO-ACCOUNT
053100         THRU 4100-APPLY-TO-ACCOUNT-EXIT.
053200     ADD WS-POST-NET TO WS-REV-GRP-NET.
053300     ADD 1 TO WS-REV-ACCT-CNT.
053400     MOVE 'R'              TO PREG-STATUS.
053500     MOVE WS-BUSINESS-DATE TO PREG-REVERSED-DATE.
053600     REWRITE PREG-RECORD.
053700     PERFORM 4900-CHECK-PREG THRU 4900-CHECK-PREG-EXIT.
053800 2200-REVERSE-ONE-EXIT.
053900     EXIT.
054000
054100*****************************************************************
054200*  2900-READ-REV
054300*****************************************************************
054400 2900-READ-REV.
054500     READ REV-FILE
054600         AT END
054700             SET WS-REV-EOF TO TRUE
054800     END-READ.
054900 2900-READ-REV-EXIT.
055000     EXIT.
055100
055200*****************************************************************
055300*  3000-POST-SUMMARY  --  ONE POSTING-SUMMARY RECORD.  THE FIRST
055400*                    RECORD OF EACH INSTANCE AND BUSINESS DATE
055500*                    DECIDES, AGAINST THE POSTING REGISTER,
055600*                    WHETHER THAT WHOLE GROUP MAY POST.
055610*                    WHEN THE GROUP ENDS -- A NEW INSTANCE OR
055620*                    DATE, OR END OF FILE -- 3400 MARKS IT
055630*                    POSTED.
055700*****************************************************************
055800 3000-POST-SUMMARY.
055900     ADD 1 TO WS-PSUM-READ-CNT.
056000     IF PSUM-LOOP-NAME NOT = WS-GRP-LOOP-NAME
056100         OR PSUM-RUN-DATE NOT = WS-GRP-BUS-DATE
056150         PERFORM 3400-CLOSE-GROUP THRU 3400-CLOSE-GROUP-EXIT
056200         MOVE PSUM-LOOP-NAME TO WS-GRP-LOOP-NAME
056300         MOVE PSUM-RUN-DATE  TO WS-GRP-BUS-DATE
056400         PERFORM 3100-START-GROUP THRU 3100-START-GROUP-EXIT
056500     END-IF.
056600     IF WS-GRP-ACCEPTED
056700         PERFORM 3200-POST-ONE THRU 3200-POST-ONE-EXIT
056800     ELSE
056900         ADD 1 TO WS-PSUM-REFUSED-CNT
057000     END-IF.
057100     PERFORM 3900-READ-PSUM THRU 3900-READ-PSUM-EXIT.
057120     IF WS-PSUM-EOF
057140         PERFORM 3400-CLOSE-GROUP THRU 3400-CLOSE-GROUP-EXIT
057160     END-IF.
057200 3000-POST-SUMMARY-EXIT.
057300     EXIT.
057400
057500*****************************************************************
057600*  3100-START-GROUP  --  THE POSTING GUARD.  AN INSTANCE AND
057700*                    DATE WITH NO CONTROL RECORD, OR ONE WHOSE
057800*                    POSTING HAS BEEN REVERSED, POSTS.  ONE
057900*                    ALREADY POSTED IS REFUSED -- UNLESS THIS
058000*                    SUMMARY IS THE REMAINDER OF A RUN THAT
058100*                    RESUMED FROM A CHECKPOINT (DIFFERENT RUN
058200*                    START TIME), WHICH CARRIES ONLY THE RECORDS
058300*                    THE FAILED RUN NEVER SUMMARISED.  THE
058310*                    CONTROL RECORD SAYS IN PROGRESS UNTIL THE
058320*                    GROUP'S LAST SUMMARY HAS POSTED (3400).  ONE
058330*                    FOUND IN PROGRESS WAS STOPPED PART WAY BY A
058340*                    FAILED RUN: RERUNNING THE SAME SUMMARY
058350*                    RESTARTS IT (3160), AND THE ACCOUNTS THE
058360*                    FAILED RUN ALREADY POSTED ARE SKIPPED.
058400*****************************************************************
058500 3100-START-GROUP.
058600     SET WS-GRP-ACCEPTED TO FALSE.
058650     SET WS-GRP-RESTART TO FALSE.
058700     MOVE PSUM-LOOP-NAME TO ACT-LOOP-NAME.
058800     MOVE PSUM-RUN-DATE  TO ACT-BUS-DATE.
058900     MOVE SPACES         TO ACT-ACCOUNT.
059000     IF PSUM-RUN-DATE NOT NUMERIC
059100         ADD 1 TO WS-GRP-REFUSED-CNT
059200         MOVE 'REFUSED' TO ACT-ACTION
059300         MOVE 'BUSINESS DATE NOT NUMERIC' TO ACT-REASON
059400         PERFORM 4800-WRITE-ACTION THRU 4800-WRITE-ACTION-EXIT
059500         GO TO 3100-START-GROUP-EXIT
059600     END-IF.
059700     MOVE PSUM-LOOP-NAME TO PREG-LOOP-NAME.
059800     MOVE PSUM-RUN-DATE  TO PREG-BUS-DATE.
059900     MOVE '*CONTROL*'    TO PREG-ACCOUNT.
060000     READ PREG-FILE
060100         INVALID KEY
060200             PERFORM 3150-NEW-CONTROL THRU 3150-NEW-CONTROL-EXIT
060300             GO TO 3100-START-GROUP-EXIT
060400     END-READ.
060500     PERFORM 4900-CHECK-PREG THRU 4900-CHECK-PREG-EXIT.
060510     IF PREG-STATUS-IN-PROGRESS
060520         PERFORM 3160-RESTART-CONTROL
060530             THRU 3160-RESTART-CONTROL-EXIT
060540         GO TO 3100-START-GROUP-EXIT
060550     END-IF.
060600
060700     IF PREG-STATUS-REVERSED
060800         MOVE 'RERUN POSTED AFTER REVERSAL' TO ACT-REASON
060900     ELSE
061000         IF PSUM-RUN-RESUMED
061100             AND PSUM-RUN-TIME NUMERIC
061200             AND PSUM-RUN-TIME NOT = PREG-RUN-TIME
061300             MOVE 'REMAINDER OF CHECKPOINT-RESUMED RUN POSTED'
061400                 TO ACT-REASON
061500         ELSE
061600             ADD 1 TO WS-GRP-REFUSED-CNT
061700             MOVE 'REFUSED' TO ACT-ACTION
061800             MOVE 'INSTANCE AND DATE ALREADY POSTED'
061900                 TO ACT-REASON
062000             PERFORM 4800-WRITE-ACTION
062100                 THRU 4800-WRITE-ACTION-EXIT
062200             GO TO 3100-START-GROUP-EXIT
062300         END-IF
062400     END-IF.
062500     MOVE 'I'              TO PREG-STATUS.
062600     MOVE WS-BUSINESS-DATE TO PREG-POSTED-DATE.
062700     MOVE ZERO             TO PREG-REVERSED-DATE.
062800     MOVE PSUM-RUN-TIME    TO PREG-RUN-TIME.
062900     ADD 1 TO PREG-BATCH-CNT.
063000     REWRITE PREG-RECORD.
063100     PERFORM 4900-CHECK-PREG THRU 4900-CHECK-PREG-EXIT.
063110     MOVE PREG-BATCH-CNT   TO WS-GRP-BATCH-CNT.
063120     MOVE PREG-RUN-TIME    TO WS-GRP-RUN-TIME.
063200     SET WS-GRP-ACCEPTED TO TRUE.
063300     ADD 1 TO WS-GRP-POSTED-CNT.
063400     MOVE 'POSTED' TO ACT-ACTION.
063500     PERFORM 4800-WRITE-ACTION THRU 4800-WRITE-ACTION-EXIT.
063600 3100-START-GROUP-EXIT.
063700     EXIT.
063800
063900*****************************************************************
064000*  3150-NEW-CONTROL  --  FIRST POSTING OF THIS INSTANCE AND
064100*                    DATE: WRITE ITS CONTROL RECORD, IN PROGRESS
064110*                    UNTIL THE GROUP'S LAST SUMMARY HAS POSTED.
064200*****************************************************************
064300 3150-NEW-CONTROL.
064400     MOVE ZERO             TO PREG-COUNT
064500                              PREG-DEBIT-AMT
064600                              PREG-CREDIT-AMT
064700                              PREG-ADJ-AMT
064800                              PREG-NET-AMT
064900                              PREG-REVERSED-DATE
065000                              PREG-BATCH-CNT.
065100     MOVE 'I'              TO PREG-STATUS.
065200     MOVE WS-BUSINESS-DATE TO PREG-POSTED-DATE.
065300     IF PSUM-RUN-TIME NUMERIC
065400         MOVE PSUM-RUN-TIME TO PREG-RUN-TIME
065500     ELSE
065600         MOVE ZERO TO PREG-RUN-TIME
065700     END-IF.
065800     MOVE 1 TO PREG-BATCH-CNT.
065900     WRITE PREG-RECORD.
066000     PERFORM 4900-CHECK-PREG THRU 4900-CHECK-PREG-EXIT.
066010     MOVE 1                TO WS-GRP-BATCH-CNT.
066020     MOVE PREG-RUN-TIME    TO WS-GRP-RUN-TIME.
066100     SET WS-GRP-ACCEPTED TO TRUE.
066200     ADD 1 TO WS-GRP-POSTED-CNT.
066300     MOVE 'POSTED' TO ACT-ACTION.
066400     MOVE 'FIRST POSTING OF INSTANCE AND DATE' TO ACT-REASON.
066500     PERFORM 4800-WRITE-ACTION THRU 4800-WRITE-ACTION-EXIT.
066600 3150-NEW-CONTROL-EXIT.
066700     EXIT.
066800
066803*****************************************************************
066806*  3160-RESTART-CONTROL  --  THE LAST POSTING OF THIS INSTANCE
066809*                    AND DATE STOPPED PART WAY.  THE SAME SUMMARY
066812*                    RERUN IS A RESTART: IT KEEPS THE BATCH
066815*                    NUMBER OF THE INTERRUPTED POSTING, AND 3200
066818*                    SKIPS THE ACCOUNTS IT ALREADY MOVED.  A
066821*                    SUMMARY FROM ANOTHER RUN IS REFUSED UNTIL THE
066824*                    INTERRUPTED ONE IS FINISHED OR REVERSED.
066827*****************************************************************
066830 3160-RESTART-CONTROL.
066833     IF PSUM-RUN-TIME NUMERIC
066836         AND PSUM-RUN-TIME NOT = PREG-RUN-TIME
066839         ADD 1 TO WS-GRP-REFUSED-CNT
066842         MOVE 'REFUSED' TO ACT-ACTION
066845         MOVE 'EARLIER POSTING INTERRUPTED - RERUN THAT SUMMARY'
066848             TO ACT-REASON
066851         PERFORM 4800-WRITE-ACTION THRU 4800-WRITE-ACTION-EXIT
066854         GO TO 3160-RESTART-CONTROL-EXIT
066857     END-IF.
066860     MOVE PREG-BATCH-CNT   TO WS-GRP-BATCH-CNT.
066863     MOVE PREG-RUN-TIME    TO WS-GRP-RUN-TIME.
066866     SET WS-GRP-RESTART TO TRUE.
066869     SET WS-GRP-ACCEPTED TO TRUE.
066872     ADD 1 TO WS-GRP-POSTED-CNT.
066875     MOVE 'RESTARTED' TO ACT-ACTION.
066878     MOVE 'INTERRUPTED POSTING RESTARTED' TO ACT-REASON.
066881     PERFORM 4800-WRITE-ACTION THRU 4800-WRITE-ACTION-EXIT.
066884 3160-RESTART-CONTROL-EXIT.
066887     EXIT.
066890
066900*****************************************************************
067000*  3200-POST-ONE  --  POST ONE ACCOUNT'S SUMMARY.  THE AMOUNT
067100*                    NOT COVERED BY THE DEBIT, CREDIT, AND
067200*                    ADJUSTMENT TOTALS CAME FROM UNTYPED RECORDS
067300*                    AND POSTS AS AN ADJUSTMENT.  A SUMMARY WITH
067400*                    NO ACCOUNT, OR FOR AN ACCOUNT NOT ON THE
067500*                    MASTER, CANNOT BE POSTED AND IS REPORTED.
067510*                    ON A RESTART, AN ACCOUNT THE INTERRUPTED RUN
067520*                    ALREADY POSTED IS SKIPPED.  THE REGISTER
067530*                    ENTRY IS WRITTEN BEFORE THE BALANCE MOVES,
067540*                    SO IT NEVER LAGS A BALANCE CHANGE.
067600*****************************************************************
067700 3200-POST-ONE.
067800     MOVE PSUM-ACCOUNT TO ACT-ACCOUNT.
067900     IF PSUM-ACCOUNT = SPACES
068000         ADD 1 TO WS-PSUM-UNPOSTED-CNT
068100         MOVE 'UNPOSTED' TO ACT-ACTION
068200         MOVE 'SUMMARY CARRIES NO ACCOUNT NUMBER' TO ACT-REASON
068300         PERFORM 4800-WRITE-ACTION THRU 4800-WRITE-ACTION-EXIT
068400         GO TO 3200-POST-ONE-EXIT
068500     END-IF.
068510     IF WS-GRP-RESTART
068520         PERFORM 3250-CHECK-POSTED THRU 3250-CHECK-POSTED-EXIT
068530         IF WS-ACCT-POSTED
068540             ADD 1 TO WS-PSUM-SKIPPED-CNT
068550             MOVE 'SKIPPED' TO ACT-ACTION
068560             MOVE 'ALREADY POSTED BEFORE THE INTERRUPTION'
068570                 TO ACT-REASON
068580             PERFORM 4800-WRITE-ACTION THRU 4800-WRITE-ACTION-EXIT
068585             GO TO 3200-POST-ONE-EXIT
068590         END-IF
068595     END-IF.
068600     MOVE PSUM-ACCOUNT TO ACCT-NUMBER.
068700     PERFORM 4000-FIND-ACCOUNT THRU 4000-FIND-ACCOUNT-EXIT.
068800     IF NOT WS-ACCT-FOUND
068900         ADD 1 TO WS-PSUM-UNPOSTED-CNT
069000         MOVE 'UNPOSTED' TO ACT-ACTION
069100         MOVE 'ACCOUNT NOT ON MASTER' TO ACT-REASON
069200         PERFORM 4800-WRITE-ACTION THRU 4800-WRITE-ACTION-EXIT
069300         GO TO 3200-POST-ONE-EXIT
069400     END-IF.
069500
069600     MOVE ZERO TO WS-POST-DEBIT WS-POST-CREDIT WS-POST-ADJ.
069700     IF PSUM-DEBIT-AMT NUMERIC
069800         MOVE PSUM-DEBIT-AMT TO WS-POST-DEBIT
069900     END-IF.
070000     IF PSUM-CREDIT-AMT NUMERIC
070100         MOVE PSUM-CREDIT-AMT TO WS-POST-CREDIT
070200     END-IF.
070300     IF PSUM-ADJ-AMT NUMERIC
070400         MOVE PSUM-ADJ-AMT TO WS-POST-ADJ
070500     END-IF.
070600     COMPUTE WS-POST-TYPED = WS-POST-DEBIT + WS-POST-CREDIT
070700         + WS-POST-ADJ.
070800     IF PSUM-AMOUNT > WS-POST-TYPED
070900         COMPUTE WS-POST-ADJ = WS-POST-ADJ
071000             + PSUM-AMOUNT - WS-POST-TYPED
071100     END-IF.
071200     COMPUTE WS-POST-NET = WS-POST-CREDIT + WS-POST-ADJ
071300         - WS-POST-DEBIT
071400         ON SIZE ERROR
071500             DISPLAY 'ACCTPOST0005E - POSTING AMOUNT TOO LARGE '
071600                 'FOR ACCOUNT ' PSUM-ACCOUNT
071700             MOVE 16 TO RETURN-CODE
071800             STOP RUN
071900     END-COMPUTE.
072000     SET WS-POST-IS-SUMMARY TO TRUE.
072010     PERFORM 3270-CHECK-APPLY THRU 3270-CHECK-APPLY-EXIT.
072100     PERFORM 3300-REGISTER-ONE THRU 3300-REGISTER-ONE-EXIT.
072200     PERFORM 4100-APPLY-TO-ACCOUNT
072300         THRU 4100-APPLY-TO-ACCOUNT-EXIT.
072400     ADD 1 TO WS-PSUM-POSTED-CNT.
072500 3200-POST-ONE-EXIT.
072600     EXIT.
072700
072701*****************************************************************
072702*  3250-CHECK-POSTED  --  ON A RESTART, DID THE INTERRUPTED RUN
072703*                    ALREADY POST THIS ACCOUNT?  IT DID IF THE
072704*                    REGISTER ENTRY IS POSTED UNDER THE BATCH
072705*                    NUMBER BEING RESTARTED.
072706*****************************************************************
072707 3250-CHECK-POSTED.
072708     SET WS-ACCT-POSTED TO FALSE.
072709     MOVE PSUM-LOOP-NAME TO PREG-LOOP-NAME.
072710     MOVE PSUM-RUN-DATE  TO PREG-BUS-DATE.
072711     MOVE PSUM-ACCOUNT   TO PREG-ACCOUNT.
072712     READ PREG-FILE
072713         INVALID KEY
072714             GO TO 3250-CHECK-POSTED-EXIT
072715     END-READ.
072716     PERFORM 4900-CHECK-PREG THRU 4900-CHECK-PREG-EXIT.
072717     IF PREG-STATUS-POSTED
072718         AND PREG-BATCH-CNT = WS-GRP-BATCH-CNT
072719         SET WS-ACCT-POSTED TO TRUE
072720     END-IF.
072721 3250-CHECK-POSTED-EXIT.
072722     EXIT.
072723
072724*****************************************************************
072725*  3270-CHECK-APPLY  --  WHAT COULD STOP 4100 SHORT OF ITS
072726*                    REWRITE IS CHECKED BEFORE THE REGISTER ENTRY
072727*                    IS WRITTEN: A BALANCE OVERFLOW, OR NO ROOM
072728*                    LEFT IN THE TRIAL-BALANCE TABLE FOR AN
072729*                    ACCOUNT THIS RUN HAS NOT YET POSTED.
072730*****************************************************************
072731 3270-CHECK-APPLY.
072732     IF ACCT-CURR-BAL NUMERIC
072733         COMPUTE WS-ACCT-BAL = ACCT-CURR-BAL + WS-POST-NET
072734             ON SIZE ERROR
072735                 DISPLAY 'ACCTPOST0007E - BALANCE OVERFLOW ON '
072736                     'ACCOUNT ' ACCT-NUMBER
072737                 MOVE 16 TO RETURN-CODE
072738                 STOP RUN
072739         END-COMPUTE
072740     END-IF.
072741     PERFORM 4200-FIND-TB-ENTRY THRU 4200-FIND-TB-ENTRY-EXIT.
072742     IF WS-TB-FOUND-IX = 0
072743         AND WS-TB-COUNT NOT < WS-TB-MAX-ENTRIES
072744         DISPLAY 'ACCTPOST0009E - MORE THAN ' WS-TB-MAX-ENTRIES
072745             ' ACCOUNTS POSTED IN ONE RUN - TRIAL-BALANCE TABLE'
072746             ' FULL'
072747         MOVE 16 TO RETURN-CODE
072748         STOP RUN
072749     END-IF.
072750 3270-CHECK-APPLY-EXIT.
072751     EXIT.
072752
072800*****************************************************************
072900*  3300-REGISTER-ONE  --  RECORD THE POSTING ON THE REGISTER.
073000*                    THE REMAINDER OF A RESUMED RUN ADDS TO THE
073100*                    ENTRY THE FIRST PART WROTE; A RERUN AFTER
073200*                    A REVERSAL REPLACES THE REVERSED ENTRY.
073210*                    THE ENTRY CARRIES THE BATCH NUMBER AND RUN
073220*                    TIME OF THE SUMMARY THAT LAST POSTED IT,
073230*                    WHICH A RESTART CHECKS (3250).
073300*****************************************************************
073400 3300-REGISTER-ONE.
073500     MOVE PSUM-LOOP-NAME TO PREG-LOOP-NAME.
073600     MOVE PSUM-RUN-DATE  TO PREG-BUS-DATE.
073700     MOVE PSUM-ACCOUNT   TO PREG-ACCOUNT.
073800     READ PREG-FILE
073900         INVALID KEY
074000             MOVE ZERO TO PREG-COUNT
074100                          PREG-DEBIT-AMT
074200                          PREG-CREDIT-AMT
074300                          PREG-ADJ-AMT
074400                          PREG-NET-AMT
074500                          PREG-REVERSED-DATE
074600                          PREG-RUN-TIME
074700                          PREG-BATCH-CNT
074800             MOVE 'N' TO PREG-STATUS
074900     END-READ.
075000     IF WS-PREG-STATUS NOT = '00' AND WS-PREG-STATUS NOT = '23'
075100         PERFORM 4900-CHECK-PREG THRU 4900-CHECK-PREG-EXIT
075200     END-IF.
075300     IF PREG-STATUS-REVERSED
075400         MOVE ZERO TO PREG-COUNT
075500                      PREG-DEBIT-AMT
075600                      PREG-CREDIT-AMT
075700                      PREG-ADJ-AMT
075800                      PREG-NET-AMT
075900                      PREG-REVERSED-DATE
076000     END-IF.
076100     IF PSUM-COUNT NUMERIC
076200         ADD PSUM-COUNT TO PREG-COUNT
076300     END-IF.
076400     ADD WS-POST-DEBIT  TO PREG-DEBIT-AMT.
076500     ADD WS-POST-CREDIT TO PREG-CREDIT-AMT.
076600     ADD WS-POST-ADJ    TO PREG-ADJ-AMT.
076700     ADD WS-POST-NET    TO PREG-NET-AMT.
076800     MOVE WS-BUSINESS-DATE TO PREG-POSTED-DATE.
076810     MOVE WS-GRP-BATCH-CNT TO PREG-BATCH-CNT.
076820     MOVE WS-GRP-RUN-TIME  TO PREG-RUN-TIME.
076900     IF WS-PREG-STATUS = '23'
077000         MOVE 'P' TO PREG-STATUS
077100         WRITE PREG-RECORD
077200     ELSE
077300         MOVE 'P' TO PREG-STATUS
077400         REWRITE PREG-RECORD
077500     END-IF.
077600     PERFORM 4900-CHECK-PREG THRU 4900-CHECK-PREG-EXIT.
077700 3300-REGISTER-ONE-EXIT.
077800     EXIT.
077900
077904*****************************************************************
077908*  3400-CLOSE-GROUP  --  THE LAST SUMMARY OF AN ACCEPTED GROUP
077912*                    HAS POSTED: MARK ITS CONTROL RECORD POSTED.
077916*                    UNTIL THIS POINT IT SAYS IN PROGRESS, SO A
077920*                    RUN THAT STOPS PART WAY THROUGH THE GROUP IS
077924*                    RESTARTED RATHER THAN REFUSED.
077928*****************************************************************
077932 3400-CLOSE-GROUP.
077936     IF NOT WS-GRP-ACCEPTED
077940         GO TO 3400-CLOSE-GROUP-EXIT
077944     END-IF.
077948     MOVE WS-GRP-LOOP-NAME TO PREG-LOOP-NAME.
077952     MOVE WS-GRP-BUS-DATE  TO PREG-BUS-DATE.
077956     MOVE '*CONTROL*'      TO PREG-ACCOUNT.
077960     READ PREG-FILE.
077964     PERFORM 4900-CHECK-PREG THRU 4900-CHECK-PREG-EXIT.
077968     MOVE 'P'              TO PREG-STATUS.
077972     REWRITE PREG-RECORD.
077976     PERFORM 4900-CHECK-PREG THRU 4900-CHECK-PREG-EXIT.
077980     SET WS-GRP-ACCEPTED TO FALSE.
077984 3400-CLOSE-GROUP-EXIT.
077988     EXIT.
077992
078000*****************************************************************
078100*  3900-READ-PSUM
078200*****************************************************************
078300 3900-READ-PSUM.
078400     READ PSUM-FILE
078500         AT END
078600             SET WS-PSUM-EOF TO TRUE
078700     END-READ.
078800 3900-READ-PSUM-EXIT.
078900     EXIT.
079000
079100*****************************************************************
079200*  4000-FIND-ACCOUNT  --  READ THE ACCOUNT NAMED IN ACCT-NUMBER.
079300*****************************************************************
079400 4000-FIND-ACCOUNT.
079500     SET WS-ACCT-FOUND TO FALSE.
079600     READ ACCT-FILE
079700         INVALID KEY
079800             CONTINUE
079900         NOT INVALID KEY
080000             SET WS-ACCT-FOUND TO TRUE
080100     END-READ.
080200     IF WS-ACCT-STATUS NOT = '00' AND WS-ACCT-STATUS NOT = '23'
080300         DISPLAY 'ACCTPOST0006E - ACCOUNT MASTER COULD NOT BE '
080400             'READ (STATUS ' WS-ACCT-STATUS ') FOR ACCOUNT '
080500             ACCT-NUMBER
080600         MOVE 16 TO RETURN-CODE
080700         STOP RUN
080800     END-IF.
080900 4000-FIND-ACCOUNT-EXIT.
081000     EXIT.
081100
081200*****************************************************************
081300*  4100-APPLY-TO-ACCOUNT  --  MOVE THE BALANCE OF THE ACCOUNT
081400*                    IN THE RECORD AREA BY WS-POST-NET.  THE
081500*                    FIRST POSTING ON A NEW BUSINESS DATE FIRST
081600*                    CARRIES THE CURRENT BALANCE OVER TO THE
081700*                    PRIOR-DAY BALANCE.  THE MOVEMENT IS ALSO
081800*                    KEPT AGAINST THE ACCOUNT FOR THE TRIAL
081900*                    BALANCE.
082000*****************************************************************
082100 4100-APPLY-TO-ACCOUNT.
082200     IF ACCT-CURR-BAL NOT NUMERIC
082300         MOVE ZERO TO ACCT-CURR-BAL
082400     END-IF.
082500     IF ACCT-PRIOR-BAL NOT NUMERIC
082600         MOVE ZERO TO ACCT-PRIOR-BAL
082700     END-IF.
082800     IF ACCT-LAST-POST-DATE NOT NUMERIC
082900         MOVE ZERO TO ACCT-LAST-POST-DATE
083000     END-IF.
083100     PERFORM 4200-FIND-TB-ENTRY THRU 4200-FIND-TB-ENTRY-EXIT.
083200     IF WS-TB-FOUND-IX = 0
083300         PERFORM 4400-ADD-TB-ENTRY THRU 4400-ADD-TB-ENTRY-EXIT
083400     END-IF.
083500     IF ACCT-LAST-POST-DATE < WS-BUSINESS-DATE
083600         MOVE ACCT-CURR-BAL    TO ACCT-PRIOR-BAL
083700         MOVE WS-BUSINESS-DATE TO ACCT-LAST-POST-DATE
083800     END-IF.
083900     ADD WS-POST-NET TO ACCT-CURR-BAL
084000         ON SIZE ERROR
084100             DISPLAY 'ACCTPOST0007E - BALANCE OVERFLOW ON '
084200                 'ACCOUNT ' ACCT-NUMBER
084300             MOVE 16 TO RETURN-CODE
084400             STOP RUN
084500     END-ADD.
084600     REWRITE ACCT-RECORD.
084700     IF WS-ACCT-STATUS NOT = '00'
084800         DISPLAY 'ACCTPOST0008E - ACCOUNT MASTER REWRITE FAILED '
084900             '(STATUS ' WS-ACCT-STATUS ') FOR ACCOUNT '
085000             ACCT-NUMBER
085100         MOVE 16 TO RETURN-CODE
085200         STOP RUN
085300     END-IF.
085400     IF WS-POST-IS-REVERSAL
085500         ADD WS-POST-NET TO WS-TB-REV (WS-TB-FOUND-IX)
085600     ELSE
085700         ADD WS-POST-DEBIT  TO WS-TB-DEBIT (WS-TB-FOUND-IX)
085800         ADD WS-POST-CREDIT TO WS-TB-CREDIT (WS-TB-FOUND-IX)
085900         ADD WS-POST-ADJ    TO WS-TB-ADJ (WS-TB-FOUND-IX)
086000     END-IF.
086100 4100-APPLY-TO-ACCOUNT-EXIT.
086200     EXIT.
086300
086400*****************************************************************
086500*  4200-FIND-TB-ENTRY  --  LOOK THE ACCOUNT UP IN THE TRIAL-
086600*                    BALANCE TABLE.  WS-TB-FOUND-IX IS ZERO WHEN
086700*                    THIS RUN HAS NOT POSTED TO IT.
086800*****************************************************************
086900 4200-FIND-TB-ENTRY.
087000     MOVE ZERO TO WS-TB-FOUND-IX.
087100     MOVE 1 TO WS-TB-IX.
087200     PERFORM 4300-CHECK-ONE-TB THRU 4300-CHECK-ONE-TB-EXIT
087300         WS-TB-COUNT TIMES.
087400 4200-FIND-TB-ENTRY-EXIT.
087500     EXIT.
087600
087700 4300-CHECK-ONE-TB.
087800     IF WS-TB-FOUND-IX = 0
087900         AND WS-TB-ACCOUNT (WS-TB-IX) = ACCT-NUMBER
088000         MOVE WS-TB-IX TO WS-TB-FOUND-IX
088100     END-IF.
088200     ADD 1 TO WS-TB-IX.
088300 4300-CHECK-ONE-TB-EXIT.
088400     EXIT.
088500
088600*****************************************************************
088700*  4400-ADD-TB-ENTRY  --  FIRST POSTING TO AN ACCOUNT THIS RUN:
088800*                    KEEP ITS BALANCE AS IT STANDS NOW, BEFORE
088900*                    THIS RUN MOVED IT, AS ITS OPENING FIGURE.
089000*****************************************************************
089100 4400-ADD-TB-ENTRY.
089200     IF WS-TB-COUNT NOT < WS-TB-MAX-ENTRIES
089300         DISPLAY 'ACCTPOST0009E - MORE THAN ' WS-TB-MAX-ENTRIES
089400             ' ACCOUNTS POSTED IN ONE RUN - TRIAL-BALANCE TABLE'
089500             ' FULL'
089600         MOVE 16 TO RETURN-CODE
089700         STOP RUN
089800     END-IF.
089900     ADD 1 TO WS-TB-COUNT.
090000     MOVE WS-TB-COUNT   TO WS-TB-FOUND-IX.
090100     MOVE ACCT-NUMBER   TO WS-TB-ACCOUNT (WS-TB-FOUND-IX).
090200     MOVE ACCT-CURR-BAL TO WS-TB-OPEN-BAL (WS-TB-FOUND-IX).
090300     MOVE ZERO          TO WS-TB-DEBIT (WS-TB-FOUND-IX)
090400                           WS-TB-CREDIT (WS-TB-FOUND-IX)
090500                           WS-TB-ADJ (WS-TB-FOUND-IX)
090600                           WS-TB-REV (WS-TB-FOUND-IX).
090700 4400-ADD-TB-ENTRY-EXIT.
090800     EXIT.
090900
091000*****************************************************************
091100*  4800-WRITE-ACTION  --  ONE LINE OF THE POSTING ACTIVITY
091200*                    SECTION.
091300*****************************************************************
091400 4800-WRITE-ACTION.
091500     MOVE WS-ACT-LINE TO RPT-LINE.
091600     WRITE RPT-LINE.
091700     MOVE SPACES TO ACT-REASON.
091800 4800-WRITE-ACTION-EXIT.
091900     EXIT.
092000
092100*****************************************************************
092200*  4900-CHECK-PREG  --  ANY POSTING-REGISTER STATUS OTHER THAN
092300*                    SUCCESS IS FATAL: THE BALANCES AND THE
092400*                    REGISTER MUST NOT DRIFT APART.
092500*****************************************************************
092600 4900-CHECK-PREG.
092700     IF WS-PREG-STATUS NOT = '00'
092800         DISPLAY 'ACCTPOST0010E - POSTING REGISTER I/O FAILED '
092900             '(STATUS ' WS-PREG-STATUS ') FOR ' PREG-LOOP-NAME
093000             ' ' PREG-BUS-DATE ' ' PREG-ACCOUNT
093100         MOVE 16 TO RETURN-CODE
093200         STOP RUN
093300     END-IF.
093400 4900-CHECK-PREG-EXIT.
093500     EXIT.
093600
093700*****************************************************************
093800*  5000-FINISH  --  PRINT THE TRIAL BALANCE AND THE PROOF,
093900*                    SET THE RETURN CODE, AND CLOSE.
094000*                    RC 12 - THE TRIAL BALANCE DOES NOT PROVE.
094100*                    RC 4  - SUMMARIES REFUSED OR UNPOSTED, OR
094200*                            REVERSALS REFUSED.
094300*                    RC 0  - CLEAN.
094400*****************************************************************
094500 5000-FINISH.
094600     MOVE SPACES TO RPT-LINE.
094700     WRITE RPT-LINE.
094800     MOVE WS-TB-HDG-1 TO RPT-LINE.
094900     WRITE RPT-LINE.
095000     MOVE WS-TB-HDG-2 TO RPT-LINE.
095100     WRITE RPT-LINE.
095200     SET WS-ACCT-EOF TO FALSE.
095300     MOVE LOW-VALUES TO ACCT-NUMBER.
095400     START ACCT-FILE KEY NOT < ACCT-NUMBER
095500         INVALID KEY
095600             SET WS-ACCT-EOF TO TRUE
095700     END-START.
095800     PERFORM 5100-LIST-ACCOUNT THRU 5100-LIST-ACCOUNT-EXIT
095900         UNTIL WS-ACCT-EOF.
096000
096100     COMPUTE WS-NET-TOTAL = WS-CREDIT-TOTAL + WS-ADJ-TOTAL
096200         - WS-DEBIT-TOTAL + WS-REV-TOTAL.
096300     COMPUTE WS-PROOF-TOTAL = WS-OPEN-TOTAL + WS-NET-TOTAL.
096400
096500     MOVE SPACES TO RPT-LINE.
096600     WRITE RPT-LINE.
096700     MOVE 'ACCOUNTS ON MASTER' TO TOT-LABEL.
096800     MOVE WS-ACCT-LISTED-CNT TO TOT-COUNT.
096900     PERFORM 5800-WRITE-TOT THRU 5800-WRITE-TOT-EXIT.
097000     MOVE 'ACCOUNTS POSTED THIS RUN' TO TOT-LABEL.
097100     MOVE WS-TB-COUNT TO TOT-COUNT.
097200     PERFORM 5800-WRITE-TOT THRU 5800-WRITE-TOT-EXIT.
097300     MOVE 'SUMMARY RECORDS READ' TO TOT-LABEL.
097400     MOVE WS-PSUM-READ-CNT TO TOT-COUNT.
097500     PERFORM 5800-WRITE-TOT THRU 5800-WRITE-TOT-EXIT.
097600     MOVE 'SUMMARY RECORDS POSTED' TO TOT-LABEL.
097700     MOVE WS-PSUM-POSTED-CNT TO TOT-COUNT.
097800     PERFORM 5800-WRITE-TOT THRU 5800-WRITE-TOT-EXIT.
097900     MOVE 'SUMMARY RECORDS UNPOSTED' TO TOT-LABEL.
098000     MOVE WS-PSUM-UNPOSTED-CNT TO TOT-COUNT.
098100     PERFORM 5800-WRITE-TOT THRU 5800-WRITE-TOT-EXIT.
098200     MOVE 'SUMMARY RECORDS REFUSED' TO TOT-LABEL.
098300     MOVE WS-PSUM-REFUSED-CNT TO TOT-COUNT.
098400     PERFORM 5800-WRITE-TOT THRU 5800-WRITE-TOT-EXIT.
098410     MOVE 'SUMMARIES SKIPPED ON RESTART' TO TOT-LABEL.
098420     MOVE WS-PSUM-SKIPPED-CNT TO TOT-COUNT.
098430     PERFORM 5800-WRITE-TOT THRU 5800-WRITE-TOT-EXIT.
098500     MOVE 'INSTANCE RUNS POSTED' TO TOT-LABEL.
098600     MOVE WS-GRP-POSTED-CNT TO TOT-COUNT.
098700     PERFORM 5800-WRITE-TOT THRU 5800-WRITE-TOT-EXIT.
098800     MOVE 'INSTANCE RUNS REFUSED' TO TOT-LABEL.
098900     MOVE WS-GRP-REFUSED-CNT TO TOT-COUNT.
099000     PERFORM 5800-WRITE-TOT THRU 5800-WRITE-TOT-EXIT.
099100     MOVE 'INSTANCE RUNS REVERSED' TO TOT-LABEL.
099200     MOVE WS-REV-APPLIED-CNT TO TOT-COUNT.
099300     PERFORM 5800-WRITE-TOT THRU 5800-WRITE-TOT-EXIT.
099400     MOVE 'REVERSALS REFUSED' TO TOT-LABEL.
099500     MOVE WS-REV-REFUSED-CNT TO TOT-COUNT.
099600     PERFORM 5800-WRITE-TOT THRU 5800-WRITE-TOT-EXIT.
099700
099800     MOVE SPACES TO RPT-LINE.
099900     WRITE RPT-LINE.
100000     MOVE 'OPENING BALANCE TOTAL' TO AMT-LABEL.
100100     MOVE WS-OPEN-TOTAL TO AMT-VALUE.
100200     PERFORM 5900-WRITE-AMT THRU 5900-WRITE-AMT-EXIT.
100300     MOVE 'PLUS CREDITS' TO AMT-LABEL.
100400     MOVE WS-CREDIT-TOTAL TO AMT-VALUE.
100500     PERFORM 5900-WRITE-AMT THRU 5900-WRITE-AMT-EXIT.
100600     MOVE 'PLUS ADJUSTMENTS' TO AMT-LABEL.
100700     MOVE WS-ADJ-TOTAL TO AMT-VALUE.
100800     PERFORM 5900-WRITE-AMT THRU 5900-WRITE-AMT-EXIT.
100900     MOVE 'LESS DEBITS' TO AMT-LABEL.
101000     MOVE WS-DEBIT-TOTAL TO AMT-VALUE.
101100     PERFORM 5900-WRITE-AMT THRU 5900-WRITE-AMT-EXIT.
101200     MOVE 'PLUS/LESS REVERSALS' TO AMT-LABEL.
101300     MOVE WS-REV-TOTAL TO AMT-VALUE.
101400     PERFORM 5900-WRITE-AMT THRU 5900-WRITE-AMT-EXIT.
101500     MOVE 'NET POSTINGS' TO AMT-LABEL.
101600     MOVE WS-NET-TOTAL TO AMT-VALUE.
101700     PERFORM 5900-WRITE-AMT THRU 5900-WRITE-AMT-EXIT.
101800     MOVE 'OPENING PLUS NET POSTINGS' TO AMT-LABEL.
101900     MOVE WS-PROOF-TOTAL TO AMT-VALUE.
102000     PERFORM 5900-WRITE-AMT THRU 5900-WRITE-AMT-EXIT.
102100     MOVE 'CLOSING BALANCE TOTAL' TO AMT-LABEL.
102200     MOVE WS-CLOSE-TOTAL TO AMT-VALUE.
102300     PERFORM 5900-WRITE-AMT THRU 5900-WRITE-AMT-EXIT.
102400
102500     MOVE SPACES TO RPT-LINE.
102600     IF WS-PROOF-TOTAL = WS-CLOSE-TOTAL
102700         AND WS-TB-OPEN-TOTAL = WS-OPEN-TOTAL
102800         MOVE WS-PROOF-OK-LINE TO RPT-LINE
102900         IF WS-PSUM-UNPOSTED-CNT > 0
103000             OR WS-PSUM-REFUSED-CNT > 0
103100             OR WS-GRP-REFUSED-CNT > 0
103200             OR WS-REV-REFUSED-CNT > 0
103300             MOVE 4 TO RETURN-CODE
103400         ELSE
103500             MOVE 0 TO RETURN-CODE
103600         END-IF
103700     ELSE
103800         MOVE WS-PROOF-BAD-LINE TO RPT-LINE
103900         DISPLAY 'ACCTPOST0011E - TRIAL BALANCE OUT OF BALANCE '
104000             '- OPENING PLUS POSTINGS DOES NOT EQUAL CLOSING'
104100         MOVE 12 TO RETURN-CODE
104200     END-IF.
104300     WRITE RPT-LINE.
104400
104500     CLOSE ACCT-FILE.
104600     CLOSE PREG-FILE.
104700     IF WS-REV-FILE-OPEN
104800         CLOSE REV-FILE
104900     END-IF.
105000     IF WS-PSUM-FILE-OPEN
105100         CLOSE PSUM-FILE
105200     END-IF.
105300     CLOSE POST-REPORT-FILE.
105400 5000-FINISH-EXIT.
105500     EXIT.
105600
105700*****************************************************************
105800*  5100-LIST-ACCOUNT  --  ONE TRIAL-BALANCE LINE.  AN ACCOUNT
105900*                    THIS RUN DID NOT TOUCH OPENS AND CLOSES ON
106000*                    THE SAME BALANCE.
106100*****************************************************************
106200 5100-LIST-ACCOUNT.
106300     READ ACCT-FILE NEXT RECORD
106400         AT END
106500             SET WS-ACCT-EOF TO TRUE
106600             GO TO 5100-LIST-ACCOUNT-EXIT
106700     END-READ.
106800     ADD 1 TO WS-ACCT-LISTED-CNT.
106900     IF ACCT-CURR-BAL NUMERIC
107000         MOVE ACCT-CURR-BAL TO WS-ACCT-BAL
107100     ELSE
107200         MOVE ZERO TO WS-ACCT-BAL
107300     END-IF.
107400     MOVE WS-ACCT-BAL TO WS-ACCT-OPEN-BAL.
107500     MOVE ZERO TO TB-DEBIT TB-CREDIT TB-ADJ TB-REV.
107600     PERFORM 4200-FIND-TB-ENTRY THRU 4200-FIND-TB-ENTRY-EXIT.
107700     IF WS-TB-FOUND-IX = 0
107800         GO TO 5100-PRINT-LINE
107900     END-IF.
108000     MOVE WS-TB-OPEN-BAL (WS-TB-FOUND-IX) TO WS-ACCT-OPEN-BAL.
108100     MOVE WS-TB-DEBIT (WS-TB-FOUND-IX)  TO TB-DEBIT.
108200     MOVE WS-TB-CREDIT (WS-TB-FOUND-IX) TO TB-CREDIT.
108300     MOVE WS-TB-ADJ (WS-TB-FOUND-IX)    TO TB-ADJ.
108400     MOVE WS-TB-REV (WS-TB-FOUND-IX)    TO TB-REV.
108500     ADD WS-TB-DEBIT (WS-TB-FOUND-IX)   TO WS-DEBIT-TOTAL.
108600     ADD WS-TB-CREDIT (WS-TB-FOUND-IX)  TO WS-CREDIT-TOTAL.
108700     ADD WS-TB-ADJ (WS-TB-FOUND-IX)     TO WS-ADJ-TOTAL.
108800     ADD WS-TB-REV (WS-TB-FOUND-IX)     TO WS-REV-TOTAL.
108900 5100-PRINT-LINE.
109000     ADD WS-ACCT-OPEN-BAL TO WS-TB-OPEN-TOTAL.
109100     ADD WS-ACCT-BAL      TO WS-CLOSE-TOTAL.
109200     MOVE ACCT-NUMBER      TO TB-ACCOUNT.
109300     MOVE WS-ACCT-OPEN-BAL TO TB-OPEN.
109400     MOVE WS-ACCT-BAL      TO TB-CLOSE.
109500     IF ACCT-PRIOR-BAL NUMERIC
109600         MOVE ACCT-PRIOR-BAL TO TB-PRIOR
109700     ELSE
109800         MOVE ZERO TO TB-PRIOR
109900     END-IF.
110000     MOVE WS-TB-LINE TO RPT-LINE.
110100     WRITE RPT-LINE.
110200 5100-LIST-ACCOUNT-EXIT.
110300     EXIT.
110400
110500*****************************************************************
110600*  5800-WRITE-TOT / 5900-WRITE-AMT  --  ONE TOTALS LINE.
110700*****************************************************************
110800 5800-WRITE-TOT.
110900     MOVE WS-TOT-LINE TO RPT-LINE.
111000     WRITE RPT-LINE.
111100 5800-WRITE-TOT-EXIT.
111200     EXIT.
111300
111400 5900-WRITE-AMT.
111500     MOVE WS-AMT-LINE TO RPT-LINE.
111600     WRITE RPT-LINE.
111700 5900-WRITE-AMT-EXIT.
111800     EXIT.
