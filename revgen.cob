002400*                   ONLY) SO THE CORRECTED FILE CAN BE
002500*                   REPROCESSED WITHOUT CKPTUTIL'S WHOLE-
002600*                   INSTANCE PURGE.
002625*  2026-10-15  RLM  REVERSAL REFUSED WHEN THE TARGET DATE FALLS IN
002650*                   AN ACCOUNTING PERIOD CLOSED BY PERCLOSE ('P'
002675*                   RECORDS ON THE RUN CALENDAR, DD RUNCALF).
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
005700
005800     SELECT REV-REPORT-FILE ASSIGN TO REVRPT
005900         ORGANIZATION IS LINE SEQUENTIAL.
005920
005940     SELECT RUNCAL-FILE ASSIGN TO RUNCALF
005960         ORGANIZATION IS LINE SEQUENTIAL
005980         FILE STATUS IS WS-RUNCAL-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400 01  RPT-LINE                       PIC X(80).
009416
009432 FD  RUNCAL-FILE
009448     RECORDING MODE IS F
009464     LABEL RECORDS ARE STANDARD.
009480 COPY RUNCAL.
009500
009600 WORKING-STORAGE SECTION.
009700*****************************************************************
010200 77  WS-PARM-STATUS                 PIC X(02) VALUE SPACES.
010300 77  WS-AUDIT-STATUS                PIC X(02) VALUE SPACES.
010400 77  WS-THIST-STATUS                PIC X(02) VALUE SPACES.
010450 77  WS-RUNCAL-STATUS               PIC X(02) VALUE SPACES.
010500 77  WS-PROGRAM-NAME                PIC X(08) VALUE 'REVGEN'.
010600 77  WS-TARGET-NAME                 PIC X(08) VALUE SPACES.
010700 77  WS-TARGET-DATE                 PIC 9(08) VALUE ZERO.
012900         88  WS-THIST-EOF                      VALUE 'Y'.
013000     05  WS-THIST-OPEN-SW           PIC X(01) VALUE 'N'.
013100         88  WS-THIST-OPEN                     VALUE 'Y'.
013133     05  WS-RUNCAL-EOF-SW           PIC X(01) VALUE 'N'.
013166         88  WS-RUNCAL-EOF                     VALUE 'Y'.
013200
013300*****************************************************************
013400*  WORK AREA FOR BUILDING ONE REVERSING EXTRACT RECORD.  THE
023400     MOVE PARM-LOOP-NAME TO WS-TARGET-NAME.
023500     MOVE PARM-BUS-DATE  TO WS-TARGET-DATE.
023600     CLOSE PARM-FILE.
023633     PERFORM 1200-CHECK-CLOSED-PERIOD
023666         THRU 1200-CHECK-CLOSED-PERIOD-EXIT.
023700
023800     OPEN INPUT EXTR-IN-FILE.
023900     IF WS-EXTRIN-STATUS NOT = '00'
025900     PERFORM 2100-READ-EXTRACT THRU 2100-READ-EXTRACT-EXIT.
026000 1000-INITIALIZE-EXIT.
026100     EXIT.
026101
026102*****************************************************************
026103*  1200-CHECK-CLOSED-PERIOD  --  A REVERSAL POSTS CORRECTING
026104*                    ENTRIES AGAINST THE TARGET DATE, SO IT IS
026105*                    REFUSED WHEN THAT DATE LIES IN AN ACCOUNTING
026106*                    PERIOD FINANCE HAS CLOSED ('P' RECORDS ON THE
026107*                    RUN CALENDAR).  THE PERIOD MUST BE REOPENED
026108*                    WITH PERCLOSE FIRST.  NO CALENDAR FILE MEANS
026109*                    NO CLOSED PERIODS.
026110*****************************************************************
026111 1200-CHECK-CLOSED-PERIOD.
026112     OPEN INPUT RUNCAL-FILE.
026113     IF WS-RUNCAL-STATUS = '35'
026114         GO TO 1200-CHECK-CLOSED-PERIOD-EXIT
026115     END-IF.
026116     IF WS-RUNCAL-STATUS NOT = '00'
026117         DISPLAY 'REVGEN0012E - RUN CALENDAR COULD NOT BE OPENED '
026118             '(STATUS ' WS-RUNCAL-STATUS ') - NO REVERSAL '
026119             'GENERATED'
026120         MOVE 16 TO RETURN-CODE
026121         STOP RUN
026122     END-IF.
026123     PERFORM 1250-CHECK-ONE-CAL-REC
026124         THRU 1250-CHECK-ONE-CAL-REC-EXIT
026125         UNTIL WS-RUNCAL-EOF.
026126     CLOSE RUNCAL-FILE.
026127 1200-CHECK-CLOSED-PERIOD-EXIT.
026128     EXIT.
026129
026130 1250-CHECK-ONE-CAL-REC.
026131     READ RUNCAL-FILE
026132         AT END
026133             SET WS-RUNCAL-EOF TO TRUE
026134             GO TO 1250-CHECK-ONE-CAL-REC-EXIT
026135     END-READ.
026136     IF CAL-STATUS-PERIOD-CLOSED
026137         AND CAL-PERIOD-START NUMERIC
026138         AND CAL-BUS-DATE NUMERIC
026139         AND WS-TARGET-DATE NOT < CAL-PERIOD-START
026140         AND WS-TARGET-DATE NOT > CAL-BUS-DATE
026141         DISPLAY 'REVGEN0013E - ' WS-TARGET-DATE ' FALLS IN THE '
026142             'CLOSED ACCOUNTING PERIOD ' CAL-PERIOD-START
026143             ' - ' CAL-BUS-DATE ' - REVERSAL REFUSED - A '
026144             'PERCLOSE REOPEN IS NEEDED FIRST'
026145         CLOSE RUNCAL-FILE
026146         MOVE 8 TO RETURN-CODE
026147         STOP RUN
026148     END-IF.
026149 1250-CHECK-ONE-CAL-REC-EXIT.
026150     EXIT.
026200
026300*****************************************************************
026400*  2000-SCAN-EXTRACT  --  WALK THE EXTRACT.  A HEADER FOR THE
