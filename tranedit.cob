003086*                   A SHOP NOT YET CUT OVER (NO ACCTMST DATASET)
003087*                   SKIPS THE ACCOUNT EDITS WITH A WARNING SO
003088*                   THE EDIT STILL RUNS.
003089*  2026-10-15  RLM  AN OPTIONAL PARAMETER NAMES THE LOOP INSTANCE
003090*                   WHOSE INPUT THIS EDIT FEEDS.  WHEN IT IS
003091*                   PRESENT AN 'E' AUDIT RECORD CARRYING THE
003092*                   RECEIVED, ACCEPTED, AND REJECTED COUNTS IS
003093*                   APPENDED TO THE AUDIT TRAIL, SO CTLPROOF CAN
003094*                   PROVE THE INSTANCE'S DAY FROM INTAKE THROUGH
003095*                   TO THE EXTRACT AND POSTING SUMMARY.
003102*  2026-10-15  RLM  THE FIRST RECORD OF A CONVERTED FEED IS NOW A
003109*                   '*HEADER*' RECORD NAMING THE SENDER, ITS FILE
003116*                   SEQUENCE NUMBER, AND ITS CREATION DATE.  IT IS
003123*                   CHECKED AGAINST THE KEYED FEED REGISTER BEFORE
003130*                   ANY RECORD IS EDITED: A SEQUENCE ALREADY
003137*                   RECEIVED, OUT OF ORDER, OR SKIPPING A NUMBER
003143*                   (OR AN UNREGISTERED SENDER) REFUSES THE
003149*                   WHOLE FILE WITH RETURN-CODE 12 AND AN EMPTY
003155*                   CLEAN FILE.  EVERY HEADED FILE IS LOGGED TO
003161*                   THE INTAKE LOG FOR THE FEEDRPT INTAKE REPORT.
003167*                   A 'Y' IN COLUMN 9 OF THE PARAMETER LETS THE
003173*                   FILE ACCEPTED EARLIER THE SAME BUSINESS DATE
003179*                   BE EDITED AGAIN.  FILES WITH NO HEADER ARE
003185*                   EDITED AS BEFORE.
003186*  2026-10-15  RLM  TRAN-DATE IS NOW EDITED AGAINST THE RUN-
003187*                   CALENDAR BUSINESS DATE.  A RECORD DATED
003188*                   BEYOND IT PASSES THE EDIT BUT GOES TO THE
003189*                   FUTURE-DATED WAREHOUSE INSTEAD OF THE CLEAN
003190*                   FILE, FOR WHSEREL TO RELEASE ON ITS DAY; ONE
003191*                   OLDER THAN THE STALENESS LIMIT IN COLUMNS
003192*                   10-12 OF THE PARAMETER IS REJECTED WITH
003193*                   REASON 07.  THE 'E' RECORD CARRIES THE
003194*                   WAREHOUSED COUNT SO THE PROOF STILL TIES.
003195*  2026-10-15  RLM  A FUTURE-DATED RECORD EDITED WITH NO INSTANCE
003196*                   NAMED ON THE PARAMETER IS REJECTED WITH
003197*                   REASON 08 INSTEAD OF WAREHOUSED UNDER A BLANK
003198*                   INSTANCE THAT NO RELEASE COULD EVER CLAIM.
003199*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
005390         RECORD KEY IS ACCT-NUMBER
005395         FILE STATUS IS WS-ACCT-STATUS.
005400
005406     SELECT PARM-FILE ASSIGN TO EDITPARM
005417         ORGANIZATION IS LINE SEQUENTIAL
005428         FILE STATUS IS WS-PARM-STATUS.
005439
005450     SELECT AUDIT-FILE ASSIGN TO AUDITFIL
005461         ORGANIZATION IS LINE SEQUENTIAL
005472         FILE STATUS IS WS-AUDIT-STATUS.
005483
005484     SELECT FEEDREG-FILE ASSIGN TO FEEDREG
005485         ORGANIZATION IS INDEXED
005486         ACCESS MODE IS DYNAMIC
005487         RECORD KEY IS FREG-SENDER-ID
005488         FILE STATUS IS WS-FREG-STATUS.
005489
005490     SELECT FEEDLOG-FILE ASSIGN TO FEEDLOG
005491         ORGANIZATION IS LINE SEQUENTIAL
005492         FILE STATUS IS WS-FLOG-STATUS.
005493
005494     SELECT WHSE-FILE ASSIGN TO WHSEFILE
005496         ORGANIZATION IS LINE SEQUENTIAL
005498         FILE STATUS IS WS-WHSE-STATUS.
005499
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  TRANIN-FILE
007570 FD  ACCT-FILE
007580     LABEL RECORDS ARE STANDARD.
007590 COPY ACCTREC.
007594
007598 FD  PARM-FILE
007606     RECORDING MODE IS F
007614     LABEL RECORDS ARE STANDARD.
007622 01  PARM-RECORD.
007630     05  PARM-LOOP-NAME             PIC X(08).
007635     05  PARM-RERUN-FLAG            PIC X(01).
007637     05  PARM-STALE-DAYS            PIC X(03).
007639     05  PARM-STALE-DAYS-N REDEFINES PARM-STALE-DAYS
007641                                    PIC 9(03).
007643     05  FILLER                     PIC X(68).
007645
007647 FD  AUDIT-FILE
007649     RECORDING MODE IS F
007651     LABEL RECORDS ARE STANDARD.
007653 COPY AUDITREC.
007655
007657 FD  FEEDREG-FILE
007659     LABEL RECORDS ARE STANDARD.
007661 COPY FEEDREG.
007663
007665 FD  FEEDLOG-FILE
007667     RECORDING MODE IS F
007669     LABEL RECORDS ARE STANDARD.
007671 COPY FEEDLOG.
007673
007675 FD  WHSE-FILE
007677     RECORDING MODE IS F
007679     LABEL RECORDS ARE STANDARD.
007681 COPY WHSEREC.
007683
007700 WORKING-STORAGE SECTION.
007800*****************************************************************
007900*  SWITCHES AND COUNTERS
009640 77  WS-ACCT-STATUS                 PIC X(02) VALUE SPACES.
009650 77  WS-REJ-ACCT-CNT                PIC 9(07) VALUE 0.
009660 77  WS-REJ-CLOSED-CNT              PIC 9(07) VALUE 0.
009666 77  WS-PARM-STATUS                 PIC X(02) VALUE SPACES.
009672 77  WS-AUDIT-STATUS                PIC X(02) VALUE SPACES.
009678 77  WS-PROGRAM-NAME                PIC X(08) VALUE 'TRANEDIT'.
009684 77  WS-INST-NAME                   PIC X(08) VALUE SPACES.
009690 77  WS-AUDIT-TIME                  PIC 9(08) VALUE ZERO.
009691 77  WS-FREG-STATUS                 PIC X(02) VALUE SPACES.
009692 77  WS-FLOG-STATUS                 PIC X(02) VALUE SPACES.
009693 77  WS-HDR-SENDER-ID               PIC X(08) VALUE SPACES.
009694 77  WS-HDR-FILE-SEQ                PIC 9(06) VALUE ZERO.
009695 77  WS-HDR-CREATE-DATE             PIC 9(08) VALUE ZERO.
009696 77  WS-EXPECT-SEQ                  PIC 9(06) VALUE ZERO.
009697 77  WS-FEED-REASON                 PIC X(02) VALUE SPACES.
009698 77  WS-FEED-TIME                   PIC 9(08) VALUE ZERO.
009710 77  WS-WHSE-STATUS                 PIC X(02) VALUE SPACES.
009722 77  WS-WHSE-CNT                    PIC 9(07) VALUE 0.
009734 77  WS-AMT-WHSE                    PIC 9(09)V99 VALUE 0.
009746 77  WS-REJ-STALE-CNT               PIC 9(07) VALUE 0.
009752 77  WS-REJ-NOINST-CNT              PIC 9(07) VALUE 0.
009758 77  WS-STALE-DAYS                  PIC 9(03) VALUE 0.
009770 77  WS-STALE-CUTOFF                PIC 9(08) VALUE ZERO.
009782
009800 01  WS-SWITCHES.
009900     05  WS-TRANIN-EOF-SW           PIC X(01) VALUE 'N'.
010000         88  WS-TRANIN-EOF                     VALUE 'Y'.
010900     05  WS-TRL-IN-BAL-SW           PIC X(01) VALUE 'Y'.
011000         88  WS-TRL-IN-BALANCE                 VALUE 'Y'
011100             WHEN SET TO FALSE IS 'N'.
011107     05  WS-HDR-FOUND-SW            PIC X(01) VALUE 'N'.
011114         88  WS-HDR-FOUND                      VALUE 'Y'.
011121     05  WS-FREG-PRESENT-SW         PIC X(01) VALUE 'N'.
011128         88  WS-FREG-PRESENT                   VALUE 'Y'.
011135     05  WS-FREG-ON-FILE-SW         PIC X(01) VALUE 'N'.
011142         88  WS-FREG-ON-FILE                   VALUE 'Y'
011149             WHEN SET TO FALSE IS 'N'.
011156     05  WS-FILE-REFUSED-SW         PIC X(01) VALUE 'N'.
011163         88  WS-FILE-REFUSED                   VALUE 'Y'.
011170     05  WS-FEED-RERUN-SW           PIC X(01) VALUE 'N'.
011177         88  WS-FEED-RERUN-ALLOWED             VALUE 'Y'.
011184         88  WS-FEED-RERUN                     VALUE 'R'.
011189     05  WS-STALE-CHECK-SW          PIC X(01) VALUE 'N'.
011194         88  WS-STALE-CHECK                    VALUE 'Y'.
011200
011300*****************************************************************
011366*  DATE WORK AREAS FOR THE CALENDAR-DATE EDIT AND THE STALENESS
011432*  CUTOFF
011500*****************************************************************
011600 01  WS-EDIT-DATE                   PIC 9(08) VALUE ZERO.
011700 01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
011800     05  WS-EDIT-YEAR               PIC 9(04).
011900     05  WS-EDIT-MONTH              PIC 9(02).
012000     05  WS-EDIT-DAY                PIC 9(02).
012016 01  WS-DATE-WORK                   PIC 9(08) VALUE ZERO.
012032 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
012048     05  WS-WORK-YEAR               PIC 9(04).
012064     05  WS-WORK-MONTH              PIC 9(02).
012080     05  WS-WORK-DAY                PIC 9(02).
012100
012200*****************************************************************
012300*  PRINT-IMAGE LINES
013500     05  AMT-LABEL                  PIC X(40).
013600     05  AMT-VALUE                  PIC ZZZZZZZZ9.99.
013700     05  FILLER                     PIC X(28) VALUE SPACES.
013720
013740 01  WS-FEED-LINE.
013760     05  FEED-LABEL                 PIC X(40).
013780     05  FEED-TEXT                  PIC X(40).
013800
013900 PROCEDURE DIVISION.
014000*****************************************************************
018000     OPEN OUTPUT EDIT-REPORT-FILE.
018010     PERFORM 1050-SET-BUSINESS-DATE
018020         THRU 1050-SET-BUSINESS-DATE-EXIT.
018025     PERFORM 1060-READ-PARM THRU 1060-READ-PARM-EXIT.
018030     OPEN INPUT ACCT-FILE.
018040     IF WS-ACCT-STATUS = '00'
018050         MOVE 'Y' TO WS-ACCT-PRESENT-SW
018080             'OPENED (STATUS ' WS-ACCT-STATUS ') - ACCOUNT '
018090             'EDITS SKIPPED'
018091     END-IF.
018094     OPEN EXTEND WHSE-FILE.
018097     IF WS-WHSE-STATUS = '35'
018100         OPEN OUTPUT WHSE-FILE
018103     END-IF.
018106     IF WS-WHSE-STATUS NOT = '00'
018109         DISPLAY 'TRANEDIT0017E - FUTURE-DATED WAREHOUSE COULD '
018112             'NOT BE OPENED (STATUS ' WS-WHSE-STATUS ')'
018115         MOVE 16 TO RETURN-CODE
018118         STOP RUN
018121     END-IF.
018124     PERFORM 2100-READ-TRANIN THRU 2100-READ-TRANIN-EXIT.
018133     PERFORM 1100-CHECK-FEED-HEADER
018166         THRU 1100-CHECK-FEED-HEADER-EXIT.
018200 1000-INITIALIZE-EXIT.
018300     EXIT.
018310
018408     CLOSE RUNCAL-FILE.
018409 1050-SET-BUSINESS-DATE-EXIT.
018411     EXIT.
018412
018413*****************************************************************
018414*  1060-READ-PARM  --  THE PARAMETER CARRIES THE LOOP INSTANCE
018415*                    WHOSE INPUT THIS EDIT FEEDS, FOR THE 'E'
018416*                    CONTROL RECORD AND THE WAREHOUSE; THE
018417*                    SAME-DAY RERUN FLAG (COLUMN 9); AND THE
018418*                    STALENESS LIMIT IN DAYS (COLUMNS 10-12).  IT
018419*                    IS OPTIONAL, BUT WITHOUT AN INSTANCE THE EDIT
018420*                    RECORDS NO CONTROL TOTALS FOR THE PROOF AND
018421*                    HAS NO INSTANCE TO WAREHOUSE UNDER, SO A
018422*                    FUTURE-DATED RECORD IS REJECTED (REASON 08)
018423*                    RATHER THAN STRANDED; WITHOUT A LIMIT NO
018424*                    RECORD IS REJECTED AS STALE.
018425*****************************************************************
018427 1060-READ-PARM.
018428     MOVE SPACES TO WS-INST-NAME.
018429     OPEN INPUT PARM-FILE.
018430     IF WS-PARM-STATUS NOT = '00'
018431         DISPLAY 'TRANEDIT0008W - NO EDIT PARAMETER (STATUS '
018432             WS-PARM-STATUS ') - NO CONTROL TOTALS FOR THE '
018433             'PROOF, FUTURE-DATED RECORDS REJECTED'
018434         GO TO 1060-READ-PARM-EXIT
018435     END-IF.
018436     READ PARM-FILE
018437         AT END
018438             MOVE SPACES TO PARM-RECORD
018439     END-READ.
018440     MOVE PARM-LOOP-NAME TO WS-INST-NAME.
018441     IF PARM-RERUN-FLAG = 'Y'
018442         SET WS-FEED-RERUN-ALLOWED TO TRUE
018443     END-IF.
018444     IF PARM-STALE-DAYS NUMERIC
018445         MOVE PARM-STALE-DAYS-N TO WS-STALE-DAYS
018446     ELSE
018447         IF PARM-STALE-DAYS NOT = SPACES
018448             DISPLAY 'TRANEDIT0016W - STALENESS LIMIT ON THE '
018449                 'EDIT PARAMETER IS NOT NUMERIC - STALE-DATE '
018450                 'EDIT SKIPPED'
018451         END-IF
018452     END-IF.
018453     IF WS-STALE-DAYS > ZERO
018454         MOVE WS-BUSINESS-DATE TO WS-DATE-WORK
018455         PERFORM 8100-PRIOR-DAY THRU 8100-PRIOR-DAY-EXIT
018456             WS-STALE-DAYS TIMES
018457         MOVE WS-DATE-WORK TO WS-STALE-CUTOFF
018458         SET WS-STALE-CHECK TO TRUE
018459     END-IF.
018460     CLOSE PARM-FILE.
018461     IF WS-INST-NAME = SPACES
018462         DISPLAY 'TRANEDIT0008W - NO INSTANCE NAMED ON THE EDIT '
018463             'PARAMETER - NO CONTROL TOTALS FOR THE PROOF, '
018464             'FUTURE-DATED RECORDS REJECTED'
018465     END-IF.
018466 1060-READ-PARM-EXIT.
018467     EXIT.
018471
018472*****************************************************************
018473*  1100-CHECK-FEED-HEADER  --  A CONVERTED FEED OPENS WITH A
018474*                    '*HEADER*' RECORD.  IT IS CONSUMED HERE AND
018475*                    ITS SEQUENCE NUMBER CHECKED AGAINST THE
018476*                    SENDER'S FEED-REGISTER RECORD BEFORE ANY
018477*                    TRANSACTION IS EDITED: THE NEXT FILE MUST BE
018478*                    THE LAST ONE ACCEPTED PLUS ONE, CREATED NO
018479*                    EARLIER THAN IT.  THE SAME NUMBER AGAIN IS
018480*                    ALLOWED ONLY FOR A DELIBERATE SAME-DAY RERUN
018481*                    NAMED ON THE PARAMETER.  A FILE WITH NO
018482*                    HEADER IS FROM A SENDER NOT YET CONVERTED AND
018483*                    IS EDITED AS BEFORE; A SHOP WITH NO FEED
018484*                    REGISTER YET SKIPS THE SEQUENCE CHECK WITH A
018485*                    WARNING, AS THE ACCOUNT EDITS ARE SKIPPED
018486*                    WITHOUT AN ACCOUNT MASTER.
018487*****************************************************************
018488 1100-CHECK-FEED-HEADER.
018489     IF WS-TRANIN-EOF OR NOT TRAN-IS-HEADER
018490         DISPLAY 'TRANEDIT0010W - NO FILE HEADER - FEED SEQUENCE '
018491             'NOT CHECKED'
018492         GO TO 1100-CHECK-FEED-HEADER-EXIT
018493     END-IF.
018494     SET WS-HDR-FOUND TO TRUE.
018495     MOVE TRAN-HDR-SENDER-ID TO WS-HDR-SENDER-ID.
018496     IF TRAN-HDR-SENDER-ID = SPACES
018497         OR TRAN-HDR-FILE-SEQ NOT NUMERIC
018498         OR TRAN-HDR-CREATE-DATE NOT NUMERIC
018499         MOVE '05' TO WS-FEED-REASON
018500         PERFORM 1150-REFUSE-FILE THRU 1150-REFUSE-FILE-EXIT
018501         GO TO 1100-CHECK-FEED-HEADER-EXIT
018502     END-IF.
018503     MOVE TRAN-HDR-FILE-SEQ    TO WS-HDR-FILE-SEQ.
018504     MOVE TRAN-HDR-CREATE-DATE TO WS-HDR-CREATE-DATE.
018505     PERFORM 2100-READ-TRANIN THRU 2100-READ-TRANIN-EXIT.
018506
018507     OPEN I-O FEEDREG-FILE.
018508     IF WS-FREG-STATUS NOT = '00'
018509         DISPLAY 'TRANEDIT0011W - FEED REGISTER COULD NOT BE '
018510             'OPENED (STATUS ' WS-FREG-STATUS ') - FEED SEQUENCE '
018511             'NOT CHECKED'
018512         GO TO 1100-CHECK-FEED-HEADER-EXIT
018513     END-IF.
018514     SET WS-FREG-PRESENT TO TRUE.
018515     SET WS-FREG-ON-FILE TO FALSE.
018516     MOVE WS-HDR-SENDER-ID TO FREG-SENDER-ID.
018517     READ FEEDREG-FILE
018518         INVALID KEY
018519             CONTINUE
018520         NOT INVALID KEY
018521             SET WS-FREG-ON-FILE TO TRUE
018522     END-READ.
018523     IF WS-FREG-STATUS NOT = '00' AND WS-FREG-STATUS NOT = '23'
018524         DISPLAY 'TRANEDIT0012E - FEED REGISTER COULD NOT BE '
018525             'READ '
018526             '(STATUS ' WS-FREG-STATUS ') FOR SENDER '
018527             WS-HDR-SENDER-ID
018528         MOVE 16 TO RETURN-CODE
018529         STOP RUN
018530     END-IF.
018531     IF NOT WS-FREG-ON-FILE
018532         MOVE '04' TO WS-FEED-REASON
018533         PERFORM 1150-REFUSE-FILE THRU 1150-REFUSE-FILE-EXIT
018534         GO TO 1100-CHECK-FEED-HEADER-EXIT
018535     END-IF.
018536
018537     ADD 1 TO FREG-LAST-SEQ GIVING WS-EXPECT-SEQ.
018538     EVALUATE TRUE
018539         WHEN WS-HDR-FILE-SEQ = WS-EXPECT-SEQ
018540             IF WS-HDR-CREATE-DATE < FREG-LAST-CREATE-DATE
018541                 MOVE '02' TO WS-FEED-REASON
018542             END-IF
018543         WHEN WS-HDR-FILE-SEQ = FREG-LAST-SEQ
018544             IF WS-FEED-RERUN-ALLOWED
018545                 AND FREG-LAST-RECV-DATE = WS-BUSINESS-DATE
018546                 AND WS-HDR-CREATE-DATE = FREG-LAST-CREATE-DATE
018547                 SET WS-FEED-RERUN TO TRUE
018548             ELSE
018549                 MOVE '01' TO WS-FEED-REASON
018550             END-IF
018551         WHEN WS-HDR-FILE-SEQ < FREG-LAST-SEQ
018552             MOVE '02' TO WS-FEED-REASON
018553         WHEN OTHER
018554             MOVE '03' TO WS-FEED-REASON
018555     END-EVALUATE.
018556     IF WS-FEED-REASON NOT = SPACES
018557         PERFORM 1150-REFUSE-FILE THRU 1150-REFUSE-FILE-EXIT
018558     END-IF.
018559 1100-CHECK-FEED-HEADER-EXIT.
018560     EXIT.
018561
018562*****************************************************************
018563*  1150-REFUSE-FILE  --  REFUSE THE WHOLE FILE.  THE EDIT LOOP IS
018564*                    NEVER ENTERED, SO NOT ONE RECORD IS EDITED,
018565*                    REJECTED, OR PASSED TO THE CLEAN FILE; THE
018568*                    SENDER IS ASKED FOR THE RIGHT DELIVERY
018571*                    INSTEAD.
018574*****************************************************************
018577 1150-REFUSE-FILE.
018580     MOVE 'Y' TO WS-FILE-REFUSED-SW.
018583     SET WS-TRANIN-EOF TO TRUE.
018586 1150-REFUSE-FILE-EXIT.
018589     EXIT.
018590
018592*****************************************************************
018600*  2000-EDIT-TRAN  --  VALIDATE ONE INPUT TRANSACTION AND ROUTE
018671*                    IT TO THE CLEAN FILE OR THE REJECT FILE --
018742*                    OR, WHEN IT PASSES BUT IS DATED BEYOND THE
018813*                    BUSINESS DATE, TO THE FUTURE-DATED WAREHOUSE.
018884*                    ONLY THE FIRST FAILING EDIT IS REPORTED FOR
018955*                    A RECORD, IN FIELD ORDER, SO THE SENDING
019026*                    DEPARTMENT GETS ONE REASON CODE PER RECORD.
019100*****************************************************************
019200 2000-EDIT-TRAN.
019300     IF TRAN-IS-TRAILER
021500             ADD 1 TO WS-REJ-DATE-CNT
021600         END-IF
021700     END-IF.
021712     IF WS-TRAN-VALID AND WS-STALE-CHECK
021724         IF TRAN-DATE < WS-STALE-CUTOFF
021736             SET WS-TRAN-VALID TO FALSE
021748             MOVE '07' TO REJ-REASON-CODE
021760             ADD 1 TO WS-REJ-STALE-CNT
021772         END-IF
021784     END-IF.
021800
021900     IF WS-TRAN-VALID
022000         IF TRAN-AMOUNT NOT NUMERIC
022530         ADD TRAN-AMOUNT TO WS-AMT-READ
022540     END-IF.
022600
022602     IF WS-TRAN-VALID AND TRAN-DATE > WS-BUSINESS-DATE
022604         AND WS-INST-NAME = SPACES
022606         SET WS-TRAN-VALID TO FALSE
022608         MOVE '08' TO REJ-REASON-CODE
022610         ADD 1 TO WS-REJ-NOINST-CNT
022612     END-IF.
022616     IF WS-TRAN-VALID AND TRAN-DATE > WS-BUSINESS-DATE
022632         PERFORM 2400-WAREHOUSE-TRAN THRU 2400-WAREHOUSE-TRAN-EXIT
022648         PERFORM 2100-READ-TRANIN THRU 2100-READ-TRANIN-EXIT
022664         GO TO 2000-EDIT-TRAN-EXIT
022680     END-IF.
022700     IF WS-TRAN-VALID
022800         ADD 1 TO WS-ACCEPT-CNT
022850         ADD TRAN-AMOUNT TO WS-AMT-ACCEPT
032200         MOVE '06' TO REJ-REASON-CODE
032210         ADD 1 TO WS-REJ-CLOSED-CNT
032220     END-IF.
032225 2300-VALIDATE-ACCOUNT-EXIT.
032230     EXIT.
032235
032241*****************************************************************
032242*  2400-WAREHOUSE-TRAN  --  A CLEAN RECORD DATED BEYOND THE
032243*                    BUSINESS DATE IS NOT TODAY'S WORK.  IT GOES
032244*                    TO THE WAREHOUSE UNDER THE INSTANCE THIS EDIT
032245*                    FEEDS, FOR WHSEREL TO RELEASE INTO THAT
032246*                    INSTANCE'S INPUT ON THE FIRST PROCESSING DAY
032247*                    ON OR AFTER ITS DATE.  IT IS NEITHER ACCEPTED
032248*                    NOR REJECTED, SO IT STAYS OUT OF THE
032249*                    CLEAN-FILE TRAILER.
032250*****************************************************************
032251 2400-WAREHOUSE-TRAN.
032252     MOVE WS-INST-NAME     TO WHSE-LOOP-NAME.
032253     MOVE WS-BUSINESS-DATE TO WHSE-STORED-DATE.
032254     MOVE TRAN-RECORD      TO WHSE-TRAN-IMAGE.
032255     WRITE WHSE-RECORD.
032256     ADD 1 TO WS-WHSE-CNT.
032257     ADD TRAN-AMOUNT TO WS-AMT-WHSE.
032258 2400-WAREHOUSE-TRAN-EXIT.
032259     EXIT.
032260
032261*****************************************************************
032264*  3000-FINISH  --  WRITE THE CLEAN-FILE TRAILER FROM THE
032271*                    ACCEPTED TOTALS, BALANCE THE INPUT TRAILER
032278*                    AGAINST WHAT WAS READ, PRINT THE EDIT-
032300*                    WAS ACCEPTED, 4 WHEN ANY RECORD WAS
032350*                    REJECTED, 8 WHEN THE INPUT FILE DID NOT
032360*                    BALANCE TO ITS OWN TRAILER,
032380*                    12 WHEN THE FEED REGISTER REFUSED THE FILE,
032400*                    SO OPERATIONS REVIEWS THE REJECT FILE BEFORE
032500*                    RELEASING HELLO.
032600*****************************************************************
033500     MOVE WS-ACCEPT-CNT               TO TOT-COUNT.
033600     MOVE WS-TOT-LINE TO RPT-LINE.
033700     WRITE RPT-LINE.
033720     MOVE 'RECORDS WAREHOUSED (FUTURE-DATED)' TO TOT-LABEL.
033740     MOVE WS-WHSE-CNT                 TO TOT-COUNT.
033760     MOVE WS-TOT-LINE TO RPT-LINE.
033780     WRITE RPT-LINE.
033800     MOVE 'RECORDS REJECTED'          TO TOT-LABEL.
033900     MOVE WS-REJECT-CNT               TO TOT-COUNT.
034000     MOVE WS-TOT-LINE TO RPT-LINE.
035413     MOVE WS-REJ-CLOSED-CNT           TO TOT-COUNT.
035414     MOVE WS-TOT-LINE TO RPT-LINE.
035415     WRITE RPT-LINE.
035416     MOVE '  REASON 07 - TRAN-DATE STALE'     TO TOT-LABEL.
035417     MOVE WS-REJ-STALE-CNT            TO TOT-COUNT.
035418     MOVE WS-TOT-LINE TO RPT-LINE.
035419     WRITE RPT-LINE.
035420     MOVE '  REASON 08 - FUTURE-DATED, NO INSTANCE'
035421                                      TO TOT-LABEL.
035422     MOVE WS-REJ-NOINST-CNT           TO TOT-COUNT.
035423     MOVE WS-TOT-LINE TO RPT-LINE.
035424     WRITE RPT-LINE.
035425     IF WS-STALE-CHECK
035426         MOVE '  STALE = DATED BEFORE'      TO FEED-LABEL
035427         MOVE WS-STALE-CUTOFF             TO FEED-TEXT
035428         MOVE WS-FEED-LINE TO RPT-LINE
035429     ELSE
035430         MOVE '  NO STALENESS LIMIT - STALE-DATE EDIT OFF'
035431             TO RPT-LINE
035432     END-IF.
035433     WRITE RPT-LINE.
035434     MOVE 'AMOUNT READ'               TO AMT-LABEL.
035435     MOVE WS-AMT-READ                 TO AMT-VALUE.
035436     MOVE WS-AMT-LINE TO RPT-LINE.
035437     WRITE RPT-LINE.
035438     MOVE 'AMOUNT ACCEPTED'           TO AMT-LABEL.
035439     MOVE WS-AMT-ACCEPT               TO AMT-VALUE.
035440     MOVE WS-AMT-LINE TO RPT-LINE.
035441     WRITE RPT-LINE.
035442     MOVE 'AMOUNT WAREHOUSED (FUTURE-DATED)' TO AMT-LABEL.
035443     MOVE WS-AMT-WHSE                 TO AMT-VALUE.
035444     MOVE WS-AMT-LINE TO RPT-LINE.
035445     WRITE RPT-LINE.
035446     PERFORM 3100-REPORT-FEED THRU 3100-REPORT-FEED-EXIT.
035447     IF WS-TRL-FOUND
035448         MOVE 'TRAILER DECLARED COUNT'    TO TOT-LABEL
035449         MOVE WS-DECL-COUNT               TO TOT-COUNT
035454         MOVE WS-TOT-LINE TO RPT-LINE
035456         WRITE RPT-LINE
035458         MOVE 'TRAILER DECLARED AMOUNT'   TO AMT-LABEL
035478         END-IF
035480         WRITE RPT-LINE
035482     ELSE
035483         IF WS-FILE-REFUSED
035484             MOVE 'FILE REFUSED - INPUT TRAILER NOT READ'
035485                 TO RPT-LINE
035486         ELSE
035487             MOVE 'NO INPUT TRAILER - NO BALANCE POSSIBLE'
035488                 TO RPT-LINE
035489         END-IF
035490         WRITE RPT-LINE
035491     END-IF.
035492     IF WS-INST-NAME NOT = SPACES
035494         PERFORM 3500-WRITE-EDIT-AUDIT
035496             THRU 3500-WRITE-EDIT-AUDIT-EXIT
035498     END-IF.
035518     IF WS-HDR-FOUND
035538         PERFORM 3600-RECORD-FEED THRU 3600-RECORD-FEED-EXIT
035558     END-IF.
035578
035600     CLOSE TRANIN-FILE.
035700     CLOSE TRANOUT-FILE.
035800     CLOSE REJECT-FILE.
035825     CLOSE WHSE-FILE.
035850     IF WS-ACCT-PRESENT
035860         CLOSE ACCT-FILE
035870     END-IF.
035877     IF WS-FREG-PRESENT
035884         CLOSE FEEDREG-FILE
035891     END-IF.
035900     CLOSE EDIT-REPORT-FILE.
036000
036011     IF WS-FILE-REFUSED
036019         DISPLAY 'TRANEDIT0014E - FILE REFUSED BY THE FEED '
036027             'REGISTER - SENDER ' WS-HDR-SENDER-ID ' SEQUENCE '
036035             WS-HDR-FILE-SEQ ' EXPECTED ' WS-EXPECT-SEQ
036043             ' (REASON '
036055             WS-FEED-REASON ') - NO RECORD EDITED'
036066         MOVE 12 TO RETURN-CODE
036077         GO TO 3000-FINISH-EXIT
036088     END-IF.
036100     IF NOT WS-TRL-IN-BALANCE
036110         DISPLAY 'TRANEDIT0005W - INPUT FILE OUT OF BALANCE '
036120             'WITH ITS TRAILER - DECLARED ' WS-DECL-COUNT
036700     END-IF.
036800 3000-FINISH-EXIT.
036900     EXIT.
036901
036902*****************************************************************
036903*  3100-REPORT-FEED  --  SHOW WHICH DELIVERY THIS WAS AND WHAT THE
036904*                    FEED REGISTER MADE OF IT.
036905*****************************************************************
036906 3100-REPORT-FEED.
036907     IF NOT WS-HDR-FOUND
036908         MOVE 'NO FILE HEADER - FEED SEQUENCE NOT CHECKED'
036909             TO RPT-LINE
036910         WRITE RPT-LINE
036911         GO TO 3100-REPORT-FEED-EXIT
036912     END-IF.
036913     MOVE 'FILE HEADER SENDER'        TO FEED-LABEL.
036914     MOVE WS-HDR-SENDER-ID            TO FEED-TEXT.
036915     MOVE WS-FEED-LINE TO RPT-LINE.
036916     WRITE RPT-LINE.
036917     MOVE 'FILE SEQUENCE NUMBER'      TO TOT-LABEL.
036918     MOVE WS-HDR-FILE-SEQ             TO TOT-COUNT.
036919     MOVE WS-TOT-LINE TO RPT-LINE.
036920     WRITE RPT-LINE.
036921     IF WS-EXPECT-SEQ > ZERO
036922         MOVE 'FILE SEQUENCE EXPECTED'    TO TOT-LABEL
036923         MOVE WS-EXPECT-SEQ               TO TOT-COUNT
036924         MOVE WS-TOT-LINE TO RPT-LINE
036925         WRITE RPT-LINE
036926     END-IF.
036927     MOVE 'FEED REGISTER RESULT'      TO FEED-LABEL.
036928     EVALUATE TRUE
036929         WHEN WS-FEED-REASON = '01'
036930             MOVE 'REFUSED - SEQUENCE ALREADY RECEIVED'
036931                 TO FEED-TEXT
036932         WHEN WS-FEED-REASON = '02'
036933             MOVE 'REFUSED - SEQUENCE OUT OF ORDER'  TO FEED-TEXT
036934         WHEN WS-FEED-REASON = '03'
036935             MOVE 'REFUSED - SEQUENCE NUMBER SKIPPED' TO FEED-TEXT
036936         WHEN WS-FEED-REASON = '04'
036937             MOVE 'REFUSED - SENDER NOT REGISTERED'  TO FEED-TEXT
036938         WHEN WS-FEED-REASON = '05'
036939             MOVE 'REFUSED - FILE HEADER INVALID'    TO FEED-TEXT
036940         WHEN NOT WS-FREG-PRESENT
036941             MOVE 'NOT CHECKED - NO FEED REGISTER'   TO FEED-TEXT
036942         WHEN WS-FEED-RERUN
036943             MOVE 'ACCEPTED - SAME-DAY RERUN'        TO FEED-TEXT
036944         WHEN OTHER
036945             MOVE 'ACCEPTED'                         TO FEED-TEXT
036946     END-EVALUATE.
036947     MOVE WS-FEED-LINE TO RPT-LINE.
036948     WRITE RPT-LINE.
036949 3100-REPORT-FEED-EXIT.
036950     EXIT.
036951
037000*****************************************************************
037100*  3500-WRITE-EDIT-AUDIT  --  APPEND THE 'E' CONTROL RECORD FOR
037200*                    THE INSTANCE THIS EDIT FEEDS: RECORDS
037266*                    RECEIVED, ACCEPTED, REJECTED, AND WAREHOUSED
037332*                    (FUTURE-DATED), AND THE
037400*                    AMOUNT ACCEPTED.  A TRAIL THAT WILL NOT OPEN
037500*                    IS A WARNING, NOT A REASON TO HOLD THE CYCLE;
037600*                    THE PROOF WILL NAME THE MISSING INTAKE.
037700*****************************************************************
037800 3500-WRITE-EDIT-AUDIT.
037900     OPEN EXTEND AUDIT-FILE.
038000     IF WS-AUDIT-STATUS = '35'
038100         OPEN OUTPUT AUDIT-FILE
038200     END-IF.
038300     IF WS-AUDIT-STATUS NOT = '00'
038400         DISPLAY 'TRANEDIT0009W - AUDIT FILE COULD NOT BE '
038500             'OPENED (STATUS ' WS-AUDIT-STATUS ') - CONTROL '
038600             'TOTALS NOT RECORDED FOR THE PROOF'
038700         GO TO 3500-WRITE-EDIT-AUDIT-EXIT
038800     END-IF.
038900     ACCEPT WS-AUDIT-TIME FROM TIME.
039000     MOVE SPACES           TO AUDIT-RECORD.
039100     MOVE 'E'              TO AUDIT-REC-TYPE.
039200     MOVE WS-PROGRAM-NAME  TO AUDIT-PROGRAM-NAME.
039300     MOVE WS-INST-NAME     TO AUDIT-LOOP-NAME.
039400     MOVE WS-BUSINESS-DATE TO AUDIT-RUN-DATE.
039500     MOVE WS-AUDIT-TIME    TO AUDIT-TIMESTAMP.
039600     MOVE WS-READ-CNT      TO AUDIT-CNT-VALUE.
039700     MOVE WS-REJECT-CNT    TO AUDIT-START-VALUE.
039800     MOVE WS-ACCEPT-CNT    TO AUDIT-CYCLES-DONE.
039900     MOVE SPACE            TO AUDIT-STATUS.
040000     MOVE WS-AMT-ACCEPT    TO AUDIT-AMOUNT.
040100     MOVE SPACE            TO AUDIT-BAL-STATUS.
040200     MOVE ZERO             TO AUDIT-DEBIT-CNT
040300                              AUDIT-DEBIT-AMT
040400                              AUDIT-CREDIT-CNT
040500                              AUDIT-CREDIT-AMT
040600                              AUDIT-ADJ-CNT
040700                              AUDIT-ADJ-AMT
040800                              AUDIT-UNKNOWN-CNT
040900                              AUDIT-DUP-CNT
041000                              AUDIT-HELD-CNT
041100                              AUDIT-REL-CNT.
041150     MOVE WS-WHSE-CNT      TO AUDIT-HELD-CNT.
041200     MOVE SPACE            TO AUDIT-EXTRACT-FLAG.
041300     WRITE AUDIT-RECORD.
041400     CLOSE AUDIT-FILE.
041500 3500-WRITE-EDIT-AUDIT-EXIT.
041600     EXIT.
041700
041800*****************************************************************
041900*  3600-RECORD-FEED  --  RECORD A FILE THAT CARRIED A HEADER.  AN
042000*                    ACCEPTED FILE ADVANCES THE SENDER'S REGISTER
042100*                    RECORD TO THIS SEQUENCE NUMBER -- ONLY NOW,
042200*                    ONCE THE EDIT HAS COMPLETED, SO A FAILED EDIT
042300*                    CAN SIMPLY BE RERUN.  EVERY HEADED FILE,
042383*                    ACCEPTED OR REFUSED, IS APPENDED TO THE
042466*                    INTAKE LOG FOR THE FEEDRPT INTAKE REPORT.  A
042549*                    LOG THAT WILL NOT OPEN IS A WARNING: THE EDIT
042632*                    ITSELF IS COMPLETE AND THE REGISTER IS
042715*                    ALREADY CORRECT.
042800*****************************************************************
042900 3600-RECORD-FEED.
043000     ACCEPT WS-FEED-TIME FROM TIME.
043100     IF WS-FREG-PRESENT AND NOT WS-FILE-REFUSED
043200         MOVE WS-HDR-FILE-SEQ    TO FREG-LAST-SEQ
043300         MOVE WS-HDR-CREATE-DATE TO FREG-LAST-CREATE-DATE
043400         MOVE WS-BUSINESS-DATE   TO FREG-LAST-RECV-DATE
043500         MOVE WS-FEED-TIME       TO FREG-LAST-RECV-TIME
043600         REWRITE FREG-RECORD
043700         IF WS-FREG-STATUS NOT = '00'
043766             DISPLAY 'TRANEDIT0013E - FEED REGISTER REWRITE '
043832                 'FAILED '
043900                 '(STATUS ' WS-FREG-STATUS ') FOR SENDER '
044000                 WS-HDR-SENDER-ID
044100             MOVE 16 TO RETURN-CODE
044200             STOP RUN
044300         END-IF
044400     END-IF.
044500
044600     OPEN EXTEND FEEDLOG-FILE.
044700     IF WS-FLOG-STATUS = '35'
044800         OPEN OUTPUT FEEDLOG-FILE
044900     END-IF.
045000     IF WS-FLOG-STATUS NOT = '00'
045100         DISPLAY 'TRANEDIT0015W - INTAKE LOG COULD NOT BE OPENED '
045166             '(STATUS ' WS-FLOG-STATUS ') - FILE NOT LOGGED FOR '
045232             'THE '
045300             'INTAKE REPORT'
045400         GO TO 3600-RECORD-FEED-EXIT
045500     END-IF.
045600     MOVE SPACES             TO FLOG-RECORD.
045700     MOVE WS-BUSINESS-DATE   TO FLOG-BUS-DATE.
045800     MOVE WS-FEED-TIME       TO FLOG-TIME.
045900     MOVE WS-HDR-SENDER-ID   TO FLOG-SENDER-ID.
046000     MOVE WS-HDR-FILE-SEQ    TO FLOG-FILE-SEQ.
046100     MOVE WS-HDR-CREATE-DATE TO FLOG-CREATE-DATE.
046200     MOVE WS-EXPECT-SEQ      TO FLOG-EXPECT-SEQ.
046300     MOVE WS-INST-NAME       TO FLOG-LOOP-NAME.
046400     IF WS-FILE-REFUSED
046500         MOVE 'R'            TO FLOG-RESULT
046600         MOVE WS-FEED-REASON TO FLOG-REASON
046700     ELSE
046800         MOVE 'A'            TO FLOG-RESULT
046900     END-IF.
047000     MOVE WS-READ-CNT        TO FLOG-READ-CNT.
047100     MOVE WS-ACCEPT-CNT      TO FLOG-ACCEPT-CNT.
047200     MOVE WS-REJECT-CNT      TO FLOG-REJECT-CNT.
047300     WRITE FLOG-RECORD.
047400     CLOSE FEEDLOG-FILE.
047500 3600-RECORD-FEED-EXIT.
047600     EXIT.
047650
047700*****************************************************************
047800*  8100-PRIOR-DAY  --  STEP THE WORK DATE BACK ONE CALENDAR DAY,
047900*                    ROLLING MONTH AND YEAR BOUNDARIES.  USED TO
048000*                    COUNT THE STALENESS LIMIT BACK FROM THE
048100*                    BUSINESS DATE.
048200*****************************************************************
048300 8100-PRIOR-DAY.
048400     IF WS-WORK-DAY > 1
048500         SUBTRACT 1 FROM WS-WORK-DAY
048600         GO TO 8100-PRIOR-DAY-EXIT
048700     END-IF.
048800     IF WS-WORK-MONTH > 1
048900         SUBTRACT 1 FROM WS-WORK-MONTH
049000     ELSE
049100         SUBTRACT 1 FROM WS-WORK-YEAR
049200         MOVE 12 TO WS-WORK-MONTH
049300     END-IF.
049400     PERFORM 8200-MONTH-MAX-DAY THRU 8200-MONTH-MAX-DAY-EXIT.
049500     MOVE WS-MONTH-MAX-DAY TO WS-WORK-DAY.
049600 8100-PRIOR-DAY-EXIT.
049700     EXIT.
049800
049900*****************************************************************
050000*  8200-MONTH-MAX-DAY  --  LAST DAY OF THE WORK DATE'S MONTH
050100*                    (LEAP YEARS DIVISIBLE BY 4, EXCEPT CENTURIES
050200*                    NOT DIVISIBLE BY 400).
050300*****************************************************************
050400 8200-MONTH-MAX-DAY.
050500     SET WS-LEAP-YEAR TO FALSE.
050600     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOT
050700         REMAINDER WS-LEAP-REM.
050800     IF WS-LEAP-REM = ZERO
050900         SET WS-LEAP-YEAR TO TRUE
051000         DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOT
051100             REMAINDER WS-LEAP-REM
051200         IF WS-LEAP-REM = ZERO
051300             SET WS-LEAP-YEAR TO FALSE
051400             DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOT
051500                 REMAINDER WS-LEAP-REM
051600             IF WS-LEAP-REM = ZERO
051700                 SET WS-LEAP-YEAR TO TRUE
051800             END-IF
051900         END-IF
052000     END-IF.
052100     EVALUATE WS-WORK-MONTH
052200         WHEN 01
052300         WHEN 03
052400         WHEN 05
052500         WHEN 07
052600         WHEN 08
052700         WHEN 10
052800         WHEN 12
052900             MOVE 31 TO WS-MONTH-MAX-DAY
053000         WHEN 04
053100         WHEN 06
053200         WHEN 09
053300         WHEN 11
053400             MOVE 30 TO WS-MONTH-MAX-DAY
053500         WHEN 02
053600             IF WS-LEAP-YEAR
053700                 MOVE 29 TO WS-MONTH-MAX-DAY
053800             ELSE
053900                 MOVE 28 TO WS-MONTH-MAX-DAY
054000             END-IF
054100     END-EVALUATE.
054200 8200-MONTH-MAX-DAY-EXIT.
054300     EXIT.
