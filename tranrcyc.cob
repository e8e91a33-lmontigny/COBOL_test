002780*                   NOT YET CUT OVER (NO ACCTMST DATASET) SKIPS
002790*                   THE ACCOUNT EDITS WITH A WARNING, AS IN
002791*                   TRANEDIT.
002792*  2026-10-15  RLM  AN OPTIONAL PARAMETER NAMES THE LOOP INSTANCE
002793*                   WHOSE CLEAN FILE THIS RECYCLE MERGES INTO.
002794*                   WHEN IT IS PRESENT A 'C' AUDIT RECORD CARRYING
002795*                   THE CORRECTIONS RECEIVED, RECYCLED, AND
002796*                   REFUSED AND THE AMOUNT RECYCLED IS APPENDED TO
002797*                   THE AUDIT TRAIL FOR THE CTLPROOF CONTROL-
002798*                   TOTAL PROOF.
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
006240         ACCESS MODE IS DYNAMIC
006250         RECORD KEY IS ACCT-NUMBER
006260         FILE STATUS IS WS-ACCT-STATUS.
006262
006265     SELECT PARM-FILE ASSIGN TO RCYCPARM
006270         ORGANIZATION IS LINE SEQUENTIAL
006275         FILE STATUS IS WS-PARM-STATUS.
006280
006285     SELECT AUDIT-FILE ASSIGN TO AUDITFIL
006290         ORGANIZATION IS LINE SEQUENTIAL
006295         FILE STATUS IS WS-AUDIT-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
010320 FD  ACCT-FILE
010330     LABEL RECORDS ARE STANDARD.
010340 COPY ACCTREC.
010342
010345 FD  PARM-FILE
010350     RECORDING MODE IS F
010355     LABEL RECORDS ARE STANDARD.
010360 01  PARM-RECORD.
010365     05  PARM-LOOP-NAME             PIC X(08).
010370     05  FILLER                     PIC X(72).
010375
010380 FD  AUDIT-FILE
010385     RECORDING MODE IS F
010390     LABEL RECORDS ARE STANDARD.
010395 COPY AUDITREC.
010400
010500 WORKING-STORAGE SECTION.
010600*****************************************************************
013300 77  WS-LEAP-QUOT                   PIC 9(04) COMP VALUE 0.
013400 77  WS-LEAP-REM                    PIC 9(04) COMP VALUE 0.
013500 77  WS-MONTH-MAX-DAY               PIC 9(02) VALUE 0.
013512 77  WS-PARM-STATUS                 PIC X(02) VALUE SPACES.
013524 77  WS-AUDIT-STATUS                PIC X(02) VALUE SPACES.
013536 77  WS-PROGRAM-NAME                PIC X(08) VALUE 'TRANRCYC'.
013548 77  WS-INST-NAME                   PIC X(08) VALUE SPACES.
013560 77  WS-AUDIT-TIME                  PIC 9(08) VALUE ZERO.
013572 77  WS-CORR-ACCEPT-AMT             PIC 9(09)V99 VALUE 0.
013584 77  WS-CORR-REFUSED-CNT            PIC 9(05) VALUE 0.
013600
013700 01  WS-SWITCHES.
013800     05  WS-CORR-EOF-SW             PIC X(01) VALUE 'N'.
026100 1000-INITIALIZE.
026200     PERFORM 1300-SET-BUSINESS-DATE
026300         THRU 1300-SET-BUSINESS-DATE-EXIT.
026350     PERFORM 1400-READ-PARM THRU 1400-READ-PARM-EXIT.
026400     OPEN INPUT REJ-OLD-FILE.
026500     IF WS-REJOLD-STATUS NOT = '00'
026600         DISPLAY 'TRANRCYC0001E - OUTSTANDING REJECT FILE COULD '
036900 1300-SET-BUSINESS-DATE-EXIT.
037000     EXIT.
037100
037103*****************************************************************
037106*  1400-READ-PARM  --  THE PARAMETER NAMES THE LOOP INSTANCE WHOSE
037109*                    CLEAN FILE THIS RECYCLE MERGES INTO, FOR THE
037112*                    'C' CONTROL RECORD.  IT IS OPTIONAL: WITHOUT
037115*                    IT THE RECYCLE RUNS AS BEFORE AND SIMPLY
037118*                    RECORDS NO CONTROL TOTALS FOR THE PROOF.
037121*****************************************************************
037124 1400-READ-PARM.
037127     MOVE SPACES TO WS-INST-NAME.
037130     OPEN INPUT PARM-FILE.
037133     IF WS-PARM-STATUS NOT = '00'
037136         DISPLAY 'TRANRCYC0010W - NO RECYCLE PARAMETER (STATUS '
037139             WS-PARM-STATUS ') - CONTROL TOTALS NOT RECORDED '
037142             'FOR THE PROOF'
037145         GO TO 1400-READ-PARM-EXIT
037148     END-IF.
037151     READ PARM-FILE
037154         AT END
037157             MOVE SPACES TO PARM-LOOP-NAME
037160     END-READ.
037163     MOVE PARM-LOOP-NAME TO WS-INST-NAME.
037166     CLOSE PARM-FILE.
037169     IF WS-INST-NAME = SPACES
037172         DISPLAY 'TRANRCYC0010W - NO INSTANCE NAMED ON THE '
037175             'PARAMETER - CONTROL TOTALS NOT RECORDED FOR THE '
037178             'PROOF'
037181     END-IF.
037184 1400-READ-PARM-EXIT.
037187     EXIT.
037190
037200*****************************************************************
037300*  1500-COPY-CLEAN  --  PASS ONE CLEAN-FILE RECORD THROUGH TO
037400*                    THE MERGED OUTPUT.  THE INBOUND TRAILER IS
043600         ADD 1 TO WS-REJ-CLOSED-CNT
043700         ADD 1 TO WS-CLEAN-OUT-CNT
043800         ADD TRAN-AMOUNT TO WS-CLEAN-OUT-AMT
043850         ADD TRAN-AMOUNT TO WS-CORR-ACCEPT-AMT
043900         WRITE CLEAN-OUT-RECORD FROM TRAN-RECORD
044000         MOVE SPACES TO WS-REJ-IMAGE (WS-REJ-FOUND-IX)
044100         MOVE 'RE-EDITED CLEAN - REJECT CLOSED' TO CORR-LN-RESULT
061900     MOVE WS-CLEAN-OUT-CNT               TO TOT-COUNT.
062000     MOVE WS-TOT-LINE TO RPT-LINE.
062100     WRITE RPT-LINE.
062120     IF WS-INST-NAME NOT = SPACES
062140         PERFORM 3500-WRITE-RCYC-AUDIT
062160             THRU 3500-WRITE-RCYC-AUDIT-EXIT
062180     END-IF.
062200
062300     CLOSE REJ-OLD-FILE.
062400     CLOSE REJ-NEW-FILE.
068600     ADD 1 TO WS-DAYS-OUT.
068700 3200-COUNT-ONE-DAY-EXIT.
068800     EXIT.
068801
068802*****************************************************************
068803*  3500-WRITE-RCYC-AUDIT  --  APPEND THE 'C' CONTROL RECORD FOR
068804*                    THE INSTANCE THIS RECYCLE FEEDS: CORRECTIONS
068805*                    RECEIVED, RECYCLED INTO THE CLEAN STREAM, AND
068806*                    REFUSED (STILL FAILING OR NO OPEN REJECT),
068807*                    AND THE AMOUNT RECYCLED.  A TRAIL THAT WILL
068808*                    NOT OPEN IS A WARNING ONLY.
068809*****************************************************************
068810 3500-WRITE-RCYC-AUDIT.
068811     OPEN EXTEND AUDIT-FILE.
068812     IF WS-AUDIT-STATUS = '35'
068813         OPEN OUTPUT AUDIT-FILE
068814     END-IF.
068815     IF WS-AUDIT-STATUS NOT = '00'
068816         DISPLAY 'TRANRCYC0011W - AUDIT FILE COULD NOT BE '
068817             'OPENED (STATUS ' WS-AUDIT-STATUS ') - CONTROL '
068818             'TOTALS NOT RECORDED FOR THE PROOF'
068819         GO TO 3500-WRITE-RCYC-AUDIT-EXIT
068820     END-IF.
068821     ADD WS-CORR-FAIL-CNT WS-CORR-UNMATCHED-CNT
068822         GIVING WS-CORR-REFUSED-CNT.
068823     ACCEPT WS-AUDIT-TIME FROM TIME.
068824     MOVE SPACES              TO AUDIT-RECORD.
068825     MOVE 'C'                 TO AUDIT-REC-TYPE.
068826     MOVE WS-PROGRAM-NAME     TO AUDIT-PROGRAM-NAME.
068827     MOVE WS-INST-NAME        TO AUDIT-LOOP-NAME.
068828     MOVE WS-BUSINESS-DATE    TO AUDIT-RUN-DATE.
068829     MOVE WS-AUDIT-TIME       TO AUDIT-TIMESTAMP.
068830     MOVE WS-CORR-READ-CNT    TO AUDIT-CNT-VALUE.
068831     MOVE WS-CORR-REFUSED-CNT TO AUDIT-START-VALUE.
068832     MOVE WS-CORR-ACCEPT-CNT  TO AUDIT-CYCLES-DONE.
068833     MOVE SPACE               TO AUDIT-STATUS.
068834     MOVE WS-CORR-ACCEPT-AMT  TO AUDIT-AMOUNT.
068835     MOVE SPACE               TO AUDIT-BAL-STATUS.
068836     MOVE ZERO                TO AUDIT-DEBIT-CNT
068837                                 AUDIT-DEBIT-AMT
068838                                 AUDIT-CREDIT-CNT
068839                                 AUDIT-CREDIT-AMT
068840                                 AUDIT-ADJ-CNT
068841                                 AUDIT-ADJ-AMT
068842                                 AUDIT-UNKNOWN-CNT
068843                                 AUDIT-DUP-CNT
068844                                 AUDIT-HELD-CNT
068845                                 AUDIT-REL-CNT.
068846     MOVE SPACE               TO AUDIT-EXTRACT-FLAG.
068847     WRITE AUDIT-RECORD.
068848     CLOSE AUDIT-FILE.
068849 3500-WRITE-RCYC-AUDIT-EXIT.
068850     EXIT.
068900
069000*****************************************************************
069100*  8000-NEXT-DAY  --  STEP THE WORK DATE FORWARD ONE CALENDAR
