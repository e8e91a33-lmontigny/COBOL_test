002300*                   AUDIT RECORD PER INSTANCE CARRIES THE
002400*                   RELEASED COUNT SO THE DAILY RECAP CAN SHOW
002500*                   HELD AND RELEASED SIDE BY SIDE.
002511*  2026-10-15  RLM  EVERY DECISION IS NOW CHECKED AGAINST THE
002522*                   OPERATOR ENTITLEMENT FILE BEFORE IT IS
002533*                   APPLIED, AND A SUPERVISOR MAY NOT RELEASE AN
002544*                   ITEM THAT SAME USER RELEASED FROM DUPLICATE
002555*                   SUSPENSE (READ FROM THE DUPRES DISPOSITION
002566*                   HISTORY).  A REFUSED DECISION IS REPORTED AND
002577*                   THE ATTEMPT IS APPENDED TO THE SECURITY-
002588*                   VIOLATION LOG.
002590*  2026-10-15  RLM  THE SUPERVISOR MAY NOT RELEASE A HELD
002592*                   STANDING-ORDER OCCURRENCE IF THAT SAME USER
002594*                   ENTERED OR LAST CHANGED THE ORDER (READ FROM
002596*                   THE SORDGEN GENERATION LOG).
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
005900     SELECT RUNCAL-FILE ASSIGN TO RUNCALF
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-RUNCAL-STATUS.
006106
006112     SELECT DHIST-FILE ASSIGN TO DUPHIST
006118         ORGANIZATION IS LINE SEQUENTIAL
006124         FILE STATUS IS WS-DHIST-STATUS.
006130
006136     SELECT ENTL-FILE ASSIGN TO ENTLFILE
006142         ORGANIZATION IS INDEXED
006148         ACCESS MODE IS DYNAMIC
006154         RECORD KEY IS ENTL-KEY
006160         FILE STATUS IS WS-ENTL-STATUS.
006166
006172     SELECT SECV-FILE ASSIGN TO SECVLOG
006178         ORGANIZATION IS LINE SEQUENTIAL
006184         FILE STATUS IS WS-SECV-STATUS.
006187
006190     SELECT SOLOG-FILE ASSIGN TO SORDLOG
006193         ORGANIZATION IS LINE SEQUENTIAL
006196         FILE STATUS IS WS-SOLOG-STATUS.
006200
006300     SELECT APPR-REPORT-FILE ASSIGN TO APPRRPT
006400         ORGANIZATION IS LINE SEQUENTIAL.
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 COPY APPRHIST.
008606
008612 FD  DHIST-FILE
008618     RECORDING MODE IS F
008624     LABEL RECORDS ARE STANDARD.
008630 COPY DUPHIST.
008636
008642 FD  ENTL-FILE
008648     LABEL RECORDS ARE STANDARD.
008654 COPY ENTLREC.
008660
008666 FD  SECV-FILE
008672     RECORDING MODE IS F
008678     LABEL RECORDS ARE STANDARD.
008684 COPY SECVIOL.
008686
008688 FD  SOLOG-FILE
008690     RECORDING MODE IS F
008692     LABEL RECORDS ARE STANDARD.
008694 COPY SORDLOG.
008700
008800 FD  REL-FILE
008900     RECORDING MODE IS F
011600 77  WS-REL-STATUS                  PIC X(02) VALUE SPACES.
011700 77  WS-AUDIT-STATUS                PIC X(02) VALUE SPACES.
011800 77  WS-RUNCAL-STATUS               PIC X(02) VALUE SPACES.
011825 77  WS-DHIST-STATUS                PIC X(02) VALUE SPACES.
011850 77  WS-ENTL-STATUS                 PIC X(02) VALUE SPACES.
011875 77  WS-SECV-STATUS                 PIC X(02) VALUE SPACES.
011887 77  WS-SOLOG-STATUS                PIC X(02) VALUE SPACES.
011900 77  WS-PROGRAM-NAME                PIC X(08) VALUE 'APPRUTIL'.
012000 77  WS-APR-READ-CNT                PIC 9(05) VALUE 0.
012100 77  WS-APR-APPLIED-CNT             PIC 9(05) VALUE 0.
013400 77  WS-INST-FOUND-IX               PIC 9(03) COMP VALUE 0.
013500 77  WS-REJECT-REASON               PIC X(30) VALUE SPACES.
013600 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
013650 77  WS-SECV-CNT                    PIC 9(05) VALUE 0.
013700
013800 01  WS-CURRENT-DATE-TIME.
013900     05  WS-RUN-DATE                PIC 9(08).
014400         88  WS-APR-EOF                        VALUE 'Y'.
014500     05  WS-OLD-EOF-SW              PIC X(01) VALUE 'N'.
014600         88  WS-OLD-EOF                        VALUE 'Y'.
014633     05  WS-DHIST-EOF-SW            PIC X(01) VALUE 'N'.
014666         88  WS-DHIST-EOF                      VALUE 'Y'.
014677     05  WS-SOLOG-EOF-SW            PIC X(01) VALUE 'N'.
014688         88  WS-SOLOG-EOF                      VALUE 'Y'.
014700     05  WS-PEND-FOUND-SW           PIC X(01) VALUE 'N'.
014800         88  WS-PEND-FOUND                     VALUE 'Y'
014900             WHEN SET TO FALSE IS 'N'.
015800*  IN-CORE IMAGE OF THE PENDING-APPROVAL QUEUE.  AN ENTRY IS
015900*  SPACE-FILLED IN PLACE WHEN ITS DECISION IS APPLIED; THE
016000*  SURVIVORS ROLL FORWARD TO THE NEW QUEUE FILE.
016033*  WS-PEND-RELEASED-BY CARRIES THE USER WHO RELEASED THE ITEM
016066*  FROM DUPLICATE SUSPENSE, SPACES WHEN IT NEVER WAS THERE.
016074*  WS-PEND-ENTERED-BY AND WS-PEND-CHANGED-BY CARRY THE USERS WHO
016082*  ENTERED AND LAST CHANGED THE STANDING ORDER THE ITEM WAS
016090*  GENERATED FROM, SPACES WHEN IT WAS NOT.
016100*****************************************************************
016200 01  WS-PEND-TABLE.
016300     05  WS-PEND-ENTRY OCCURS 2000 TIMES.
016400         10  WS-PEND-IMAGE          PIC X(63).
016450         10  WS-PEND-RELEASED-BY    PIC X(08).
016466         10  WS-PEND-ENTERED-BY     PIC X(08).
016482         10  WS-PEND-CHANGED-BY     PIC X(08).
016500
016600 01  WS-PEND-WORK.
016700     05  WS-WORK-TRAN-IMAGE.
026500         STOP RUN
026600     END-IF.
026700     PERFORM 1200-OPEN-HISTORY THRU 1200-OPEN-HISTORY-EXIT.
026750     PERFORM 1400-OPEN-SECURITY THRU 1400-OPEN-SECURITY-EXIT.
026800     OPEN OUTPUT APPR-REPORT-FILE.
026900     MOVE WS-HDG-1 TO RPT-LINE.
027000     WRITE RPT-LINE.
027100     MOVE WS-HDG-2 TO RPT-LINE.
027200     WRITE RPT-LINE.
027300     PERFORM 1100-LOAD-PENDING THRU 1100-LOAD-PENDING-EXIT.
027350     PERFORM 1500-LOAD-RELEASERS THRU 1500-LOAD-RELEASERS-EXIT.
027366     PERFORM 1600-LOAD-ORDER-USERS
027382         THRU 1600-LOAD-ORDER-USERS-EXIT.
027400     PERFORM 2100-READ-APR THRU 2100-READ-APR-EXIT.
027500 1000-INITIALIZE-EXIT.
027600     EXIT.
029500     ADD 1 TO WS-PEND-COUNT.
029600     ADD 1 TO WS-PEND-IN-CNT.
029700     MOVE PEND-RECORD TO WS-PEND-IMAGE (WS-PEND-COUNT).
029750     MOVE SPACES TO WS-PEND-RELEASED-BY (WS-PEND-COUNT).
029766     MOVE SPACES TO WS-PEND-ENTERED-BY (WS-PEND-COUNT).
029782     MOVE SPACES TO WS-PEND-CHANGED-BY (WS-PEND-COUNT).
029800     GO TO 1100-LOAD-PENDING.
029900 1100-LOAD-PENDING-EXIT.
030000     EXIT.
034100     CLOSE RUNCAL-FILE.
034200 1300-SET-BUSINESS-DATE-EXIT.
034300     EXIT.
034301
034302*****************************************************************
034303*  1400-OPEN-SECURITY  --  OPEN THE ENTITLEMENT FILE EVERY REQUEST
034304*                    IS CHECKED AGAINST AND THE SECURITY-VIOLATION
034305*                    LOG REFUSALS ARE APPENDED TO.  EITHER ONE
034306*                    UNAVAILABLE IS FATAL: WITHOUT THE FILE NO
034307*                    REQUEST CAN BE PROVED, AND A REFUSED ATTEMPT
034308*                    MUST NOT GO UNRECORDED.
034309*****************************************************************
034310 1400-OPEN-SECURITY.
034311     OPEN INPUT ENTL-FILE.
034312     IF WS-ENTL-STATUS NOT = '00'
034313         DISPLAY 'APPRUTIL0009E - ENTITLEMENT FILE COULD NOT BE '
034314             'OPENED (STATUS ' WS-ENTL-STATUS ') - NO '
034315             'DECISIONS APPLIED'
034316         MOVE 16 TO RETURN-CODE
034317         STOP RUN
034318     END-IF.
034319     OPEN EXTEND SECV-FILE.
034320     IF WS-SECV-STATUS = '35'
034321         OPEN OUTPUT SECV-FILE
034322     END-IF.
034323     IF WS-SECV-STATUS NOT = '00'
034324         DISPLAY 'APPRUTIL0010E - SECURITY-VIOLATION LOG COULD '
034325             'NOT BE OPENED (STATUS ' WS-SECV-STATUS ') - NO '
034326             'DECISIONS APPLIED'
034327         MOVE 16 TO RETURN-CODE
034328         STOP RUN
034329     END-IF.
034330 1400-OPEN-SECURITY-EXIT.
034331     EXIT.
034332
034333*****************************************************************
034334*  1500-LOAD-RELEASERS  --  NOTE AGAINST EACH QUEUED ITEM THE USER
034335*                    WHO RELEASED IT FROM DUPLICATE SUSPENSE,
034336*                    TAKEN FROM THE DUPRES DISPOSITION HISTORY, SO
034337*                    THAT USER CANNOT ALSO APPROVE IT HERE.  NO
034338*                    HISTORY FILE YET MEANS NOTHING HAS BEEN
034339*                    RELEASED.
034340*****************************************************************
034341 1500-LOAD-RELEASERS.
034342     OPEN INPUT DHIST-FILE.
034343     IF WS-DHIST-STATUS = '35'
034344         GO TO 1500-LOAD-RELEASERS-EXIT
034345     END-IF.
034346     IF WS-DHIST-STATUS NOT = '00'
034347         DISPLAY 'APPRUTIL0012E - DUPLICATE DISPOSITION HISTORY '
034348             'COULD NOT BE OPENED (STATUS ' WS-DHIST-STATUS ')'
034349         MOVE 16 TO RETURN-CODE
034350         STOP RUN
034351     END-IF.
034352     PERFORM 1550-READ-RELEASES THRU 1550-READ-RELEASES-EXIT.
034353     CLOSE DHIST-FILE.
034354 1500-LOAD-RELEASERS-EXIT.
034355     EXIT.
034356
034357*****************************************************************
034358*  1550-READ-RELEASES  --  READ THE WHOLE DISPOSITION HISTORY.  A
034359*                    LATER RELEASE UNDER THE SAME TRAN-ID
034360*                    OVERRIDES AN EARLIER ONE, SO THE MOST RECENT
034361*                    RELEASER IS THE ONE KEPT.
034362*****************************************************************
034363 1550-READ-RELEASES.
034364     READ DHIST-FILE
034365         AT END
034366             SET WS-DHIST-EOF TO TRUE
034367             GO TO 1550-READ-RELEASES-EXIT
034368     END-READ.
034369     IF DHIST-ACTION = 'R'
034370         MOVE ZERO TO WS-PEND-IX
034371         PERFORM 1560-MARK-ONE-PEND THRU 1560-MARK-ONE-PEND-EXIT
034372             WS-PEND-COUNT TIMES
034373     END-IF.
034374     GO TO 1550-READ-RELEASES.
034375 1550-READ-RELEASES-EXIT.
034376     EXIT.
034377
034378 1560-MARK-ONE-PEND.
034379     ADD 1 TO WS-PEND-IX.
034380     MOVE WS-PEND-IMAGE (WS-PEND-IX) TO WS-PEND-WORK.
034381     IF WS-WORK-TRAN-ID = DHIST-NEW-TRAN-ID
034382         AND WS-WORK-LOOP-NAME = DHIST-LOOP-NAME
034383         MOVE DHIST-USER-ID TO WS-PEND-RELEASED-BY (WS-PEND-IX)
034384     END-IF.
034385 1560-MARK-ONE-PEND-EXIT.
034386     EXIT.
034387
034389*****************************************************************
034390*  1600-LOAD-ORDER-USERS  --  NOTE AGAINST EACH QUEUED ITEM
034391*                    GENERATED FROM A STANDING ORDER THE USERS
034392*                    WHO ENTERED AND LAST CHANGED THAT ORDER,
034393*                    TAKEN FROM THE SORDGEN GENERATION LOG, SO
034394*                    NEITHER CAN APPROVE IT HERE.  NO LOG YET
034395*                    MEANS NOTHING HAS BEEN GENERATED.
034396*****************************************************************
034397 1600-LOAD-ORDER-USERS.
034398     OPEN INPUT SOLOG-FILE.
034399     IF WS-SOLOG-STATUS = '35'
034400         GO TO 1600-LOAD-ORDER-USERS-EXIT
034401     END-IF.
034402     IF WS-SOLOG-STATUS NOT = '00'
034403         DISPLAY 'APPRUTIL0013E - STANDING-ORDER GENERATION LOG '
034404             'COULD NOT BE OPENED (STATUS ' WS-SOLOG-STATUS ')'
034405         MOVE 16 TO RETURN-CODE
034406         STOP RUN
034407     END-IF.
034408     PERFORM 1650-READ-ORDER-LOG THRU 1650-READ-ORDER-LOG-EXIT.
034409     CLOSE SOLOG-FILE.
034410 1600-LOAD-ORDER-USERS-EXIT.
034411     EXIT.
034412
034413*****************************************************************
034414*  1650-READ-ORDER-LOG  --  READ THE WHOLE GENERATION LOG.  ONLY
034415*                    OCCURRENCES ACTUALLY WRITTEN AS TRANSACTIONS
034416*                    COUNT.  A RERUN LOGS THE SAME TRAN-ID AGAIN,
034417*                    SO THE MOST RECENT ENTRY IS THE ONE KEPT.
034418*****************************************************************
034419 1650-READ-ORDER-LOG.
034420     READ SOLOG-FILE
034421         AT END
034422             SET WS-SOLOG-EOF TO TRUE
034423             GO TO 1650-READ-ORDER-LOG-EXIT
034424     END-READ.
034425     IF SOLOG-GENERATED
034426         MOVE ZERO TO WS-PEND-IX
034427         PERFORM 1660-MARK-ONE-ORDER THRU 1660-MARK-ONE-ORDER-EXIT
034428             WS-PEND-COUNT TIMES
034429     END-IF.
034430     GO TO 1650-READ-ORDER-LOG.
034431 1650-READ-ORDER-LOG-EXIT.
034432     EXIT.
034433
034434 1660-MARK-ONE-ORDER.
034435     ADD 1 TO WS-PEND-IX.
034436     MOVE WS-PEND-IMAGE (WS-PEND-IX) TO WS-PEND-WORK.
034437     IF WS-WORK-TRAN-ID = SOLOG-TRAN-ID
034438         AND WS-WORK-LOOP-NAME = SOLOG-LOOP-NAME
034439         MOVE SOLOG-ENTERED-BY TO WS-PEND-ENTERED-BY (WS-PEND-IX)
034440         MOVE SOLOG-CHANGED-BY TO WS-PEND-CHANGED-BY (WS-PEND-IX)
034441     END-IF.
034442 1660-MARK-ONE-ORDER-EXIT.
034443     EXIT.
034471
034500*****************************************************************
034600*  2000-PROCESS-APR  --  VALIDATE AND APPLY ONE APPROVAL
034700*                    DECISION.  A DECISION THAT FAILS ANY EDIT
035300     SET WS-APR-VALID TO TRUE.
035400     MOVE SPACES TO WS-REJECT-REASON.
035500     PERFORM 2200-FIND-PENDING THRU 2200-FIND-PENDING-EXIT.
035520     PERFORM 2050-CHECK-ENTITLEMENT
035540         THRU 2050-CHECK-ENTITLEMENT-EXIT.
035560     PERFORM 2070-CHECK-SELF-RELEASE
035580         THRU 2070-CHECK-SELF-RELEASE-EXIT.
035600
035700     EVALUATE TRUE
035733         WHEN NOT WS-APR-VALID
035766             CONTINUE
035800         WHEN APR-ACTION-RELEASE
035900             PERFORM 2300-APPLY-RELEASE
036000                 THRU 2300-APPLY-RELEASE-EXIT
038000 2000-PROCESS-APR-EXIT.
038100     EXIT.
038200
038201*****************************************************************
038202*  2050-CHECK-ENTITLEMENT  --  THE REQUESTING USER MUST HOLD AN
038203*                    ENTITLEMENT TO THIS ACTION IN THIS UTILITY.
038204*                    A REFUSAL IS LOGGED AS A SECURITY VIOLATION.
038205*                    AN UNKNOWN ACTION CODE IS LEFT FOR THE ACTION
038206*                    EDIT TO REPORT.
038207*****************************************************************
038208 2050-CHECK-ENTITLEMENT.
038209     IF NOT APR-ACTION-RELEASE
038210         AND NOT APR-ACTION-DENY
038211         GO TO 2050-CHECK-ENTITLEMENT-EXIT
038212     END-IF.
038213     MOVE APR-USER-ID     TO ENTL-USER-ID.
038214     MOVE WS-PROGRAM-NAME TO ENTL-UTILITY.
038215     MOVE APR-ACTION      TO ENTL-ACTION.
038216     READ ENTL-FILE
038217         INVALID KEY
038218             SET WS-APR-VALID TO FALSE
038219             MOVE 'USER NOT ENTITLED TO ACTION'
038220                 TO WS-REJECT-REASON
038221             PERFORM 2060-LOG-VIOLATION
038222                 THRU 2060-LOG-VIOLATION-EXIT
038223     END-READ.
038224     IF WS-ENTL-STATUS NOT = '00' AND WS-ENTL-STATUS NOT = '23'
038225         DISPLAY 'APPRUTIL0011E - ENTITLEMENT FILE COULD NOT BE '
038226             'READ (STATUS ' WS-ENTL-STATUS ') FOR USER '
038227             APR-USER-ID
038228         MOVE 16 TO RETURN-CODE
038229         STOP RUN
038230     END-IF.
038231 2050-CHECK-ENTITLEMENT-EXIT.
038232     EXIT.
038233
038234*****************************************************************
038235*  2060-LOG-VIOLATION  --  APPEND ONE REFUSED ATTEMPT TO THE
038236*                    SECURITY-VIOLATION LOG.  THE REASON IS SET BY
038237*                    THE CALLER.
038238*****************************************************************
038239 2060-LOG-VIOLATION.
038240     ACCEPT WS-RUN-TIME FROM TIME.
038241     MOVE WS-BUSINESS-DATE TO SECV-CHANGE-DATE.
038242     MOVE WS-RUN-TIME      TO SECV-CHANGE-TIME.
038243     MOVE APR-USER-ID      TO SECV-USER-ID.
038244     MOVE WS-PROGRAM-NAME  TO SECV-PROGRAM-NAME.
038245     MOVE APR-ACTION       TO SECV-ACTION.
038246     MOVE APR-TRAN-ID      TO SECV-OBJECT.
038247     MOVE WS-REJECT-REASON TO SECV-REASON.
038248     WRITE SECV-RECORD.
038249     ADD 1 TO WS-SECV-CNT.
038250 2060-LOG-VIOLATION-EXIT.
038251     EXIT.
038252
038253*****************************************************************
038254*  2070-CHECK-SELF-RELEASE  --  DUAL CONTROL: THE SUPERVISOR
038255*                    RELEASING A HELD ITEM MUST NOT BE THE USER
038256*                    WHO RELEASED THAT SAME ITEM FROM DUPLICATE
038257*                    SUSPENSE, NOR THE USER WHO ENTERED OR LAST
038258*                    CHANGED THE STANDING ORDER IT WAS GENERATED
038259*                    FROM.  A DENY IS NOT BLOCKED -- IT CAN ONLY
038260*                    STOP AN ITEM, NOT PASS ONE.
038261*****************************************************************
038262 2070-CHECK-SELF-RELEASE.
038263     IF NOT WS-APR-VALID
038264         OR NOT APR-ACTION-RELEASE
038265         OR NOT WS-PEND-FOUND
038266         GO TO 2070-CHECK-SELF-RELEASE-EXIT
038267     END-IF.
038268     IF WS-PEND-RELEASED-BY (WS-PEND-FOUND-IX) NOT = SPACES
038269         AND WS-PEND-RELEASED-BY (WS-PEND-FOUND-IX) = APR-USER-ID
038270         SET WS-APR-VALID TO FALSE
038271         MOVE 'USER RELEASED IT FROM SUSPENSE' TO WS-REJECT-REASON
038272         PERFORM 2060-LOG-VIOLATION THRU 2060-LOG-VIOLATION-EXIT
038273         GO TO 2070-CHECK-SELF-RELEASE-EXIT
038274     END-IF.
038275     IF WS-PEND-ENTERED-BY (WS-PEND-FOUND-IX) = APR-USER-ID
038276         OR WS-PEND-CHANGED-BY (WS-PEND-FOUND-IX) = APR-USER-ID
038277         SET WS-APR-VALID TO FALSE
038278         MOVE 'USER ENTERED OR CHANGED ORDER' TO WS-REJECT-REASON
038279         PERFORM 2060-LOG-VIOLATION THRU 2060-LOG-VIOLATION-EXIT
038280     END-IF.
038281 2070-CHECK-SELF-RELEASE-EXIT.
038282     EXIT.
038283
038300*****************************************************************
038400*  2100-READ-APR
038500*****************************************************************
060100     MOVE WS-DENY-CNT                 TO TOT-COUNT.
060200     MOVE WS-TOT-LINE TO RPT-LINE.
060300     WRITE RPT-LINE.
060320     MOVE '  SECURITY VIOLATIONS LOGGED' TO TOT-LABEL.
060340     MOVE WS-SECV-CNT                 TO TOT-COUNT.
060360     MOVE WS-TOT-LINE TO RPT-LINE.
060380     WRITE RPT-LINE.
060400     MOVE 'ITEMS BROUGHT FORWARD'     TO TOT-LABEL.
060500     MOVE WS-PEND-IN-CNT              TO TOT-COUNT.
060600     MOVE WS-TOT-LINE TO RPT-LINE.
061500     CLOSE APR-FILE.
061600     CLOSE APHIST-FILE.
061700     CLOSE REL-FILE.
061733     CLOSE ENTL-FILE.
061766     CLOSE SECV-FILE.
061800     CLOSE APPR-REPORT-FILE.
061900
062000     IF WS-APR-REJECT-CNT > ZERO
