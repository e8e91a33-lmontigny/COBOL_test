000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CHGAUDIT.
000300 AUTHOR.         R MONTIGNY.
000400 INSTALLATION.   OPERATIONS SUPPORT.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  --------------------
001000*  2026-10-15  RLM  ORIGINAL VERSION.  EVERY MAINTENANCE UTILITY
001100*                   KEEPS ITS OWN HISTORY IN ITS OWN LAYOUT, SO
001200*                   THE QUARTERLY ACCESS REVIEW -- EVERYTHING ONE
001300*                   USER CHANGED IN A DATE RANGE -- MEANT PULLING
001400*                   THE FILES AND MERGING THEM BY HAND.  THIS
001500*                   REPORT READS LOOPHIST, ACCTHIST, APPRHIST,
001600*                   DUPHIST, THE CKPTUTIL 'R' RESET RECORDS ON
001700*                   THE AUDIT TRAIL AND ITS ARCHIVE, FEEDHIST,
001800*                   ENTLHIST, SORDHIST AND PCLHIST, AND PRINTS
001900*                   ONE CHRONOLOGICAL LISTING SELECTED BY USER,
002000*                   DATE RANGE AND/OR UTILITY (CHGPARM).  THE
002100*                   BEFORE AND AFTER IMAGES OF CONTROL-RECORD
002200*                   CHANGES ARE DECODED FIELD BY FIELD AND ONLY
002300*                   THE FIELDS THAT CHANGED ARE SHOWN.  A SUMMARY
002400*                   PAGE COUNTS CHANGES PER USER PER UTILITY, AND
002500*                   AN EXCEPTIONS PAGE LISTS CHANGES MADE OUTSIDE
002600*                   BUSINESS HOURS OR ON A WEEKEND OR A RUNCALF
002700*                   HOLIDAY.  ANY EXCEPTION SETS RETURN CODE 4.
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.    IBM-370.
003300 OBJECT-COMPUTER.    IBM-370.
003400
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PARM-FILE ASSIGN TO CHGPARM
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-PARM-STATUS.
004000
004100     SELECT RUNCAL-FILE ASSIGN TO RUNCALF
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-RUNCAL-STATUS.
004400
004500     SELECT HIST-FILE ASSIGN TO LOOPHIST
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-HIST-STATUS.
004800
004900     SELECT AHIST-FILE ASSIGN TO ACCTHIST
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-AHIST-STATUS.
005200
005300     SELECT APHIST-FILE ASSIGN TO APPRHIST
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-APHIST-STATUS.
005600
005700     SELECT DHIST-FILE ASSIGN TO DUPHIST
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-DHIST-STATUS.
006000
006100     SELECT AUDIT-FILE ASSIGN TO AUDITFIL
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-AUDIT-STATUS.
006400
006500     SELECT ARCH-FILE ASSIGN TO AUDARCH
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-ARCH-STATUS.
006800
006900     SELECT FHIST-FILE ASSIGN TO FEEDHIST
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-FHIST-STATUS.
007200
007300     SELECT EHIST-FILE ASSIGN TO ENTLHIST
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-EHIST-STATUS.
007600
007700     SELECT SHIST-FILE ASSIGN TO SORDHIST
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-SHIST-STATUS.
008000
008100     SELECT PCLH-FILE ASSIGN TO PCLHIST
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-PCLH-STATUS.
008400
008500     SELECT SORT-FILE ASSIGN TO SORTWK1.
008600
008700     SELECT CHG-REPORT-FILE ASSIGN TO CHGRPT
008800         ORGANIZATION IS LINE SEQUENTIAL.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  PARM-FILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 01  PARM-RECORD.
009600     05  PARM-USER-ID               PIC X(08).
009700     05  FILLER                     PIC X(01).
009800     05  PARM-FROM-DATE             PIC X(08).
009900     05  PARM-FROM-DATE-N REDEFINES PARM-FROM-DATE
010000                                    PIC 9(08).
010100     05  FILLER                     PIC X(01).
010200     05  PARM-TO-DATE               PIC X(08).
010300     05  PARM-TO-DATE-N REDEFINES PARM-TO-DATE
010400                                    PIC 9(08).
010500     05  FILLER                     PIC X(01).
010600     05  PARM-UTILITY               PIC X(08).
010700     05  FILLER                     PIC X(01).
010800     05  PARM-HOURS-FROM            PIC X(04).
010900     05  PARM-HOURS-FROM-N REDEFINES PARM-HOURS-FROM
011000                                    PIC 9(04).
011100     05  FILLER                     PIC X(01).
011200     05  PARM-HOURS-TO              PIC X(04).
011300     05  PARM-HOURS-TO-N REDEFINES PARM-HOURS-TO
011400                                    PIC 9(04).
011500     05  FILLER                     PIC X(35).
011600
011700 FD  RUNCAL-FILE
011800     RECORDING MODE IS F
011900     LABEL RECORDS ARE STANDARD.
012000 COPY RUNCAL.
012100
012200 FD  HIST-FILE
012300     RECORDING MODE IS F
012400     LABEL RECORDS ARE STANDARD.
012500 COPY LOOPHIST.
012600
012700 FD  AHIST-FILE
012800     RECORDING MODE IS F
012900     LABEL RECORDS ARE STANDARD.
013000 COPY ACCTHIST.
013100
013200 FD  APHIST-FILE
013300     RECORDING MODE IS F
013400     LABEL RECORDS ARE STANDARD.
013500 COPY APPRHIST.
013600
013700 FD  DHIST-FILE
013800     RECORDING MODE IS F
013900     LABEL RECORDS ARE STANDARD.
014000 COPY DUPHIST.
014100
014200 FD  AUDIT-FILE
014300     RECORDING MODE IS F
014400     LABEL RECORDS ARE STANDARD.
014500 01  AUDIT-RECORD                   PIC X(158).
014600
014700 FD  ARCH-FILE
014800     RECORDING MODE IS F
014900     LABEL RECORDS ARE STANDARD.
015000 01  ARCH-RECORD                    PIC X(158).
015100
015200 FD  FHIST-FILE
015300     RECORDING MODE IS F
015400     LABEL RECORDS ARE STANDARD.
015500 COPY FEEDHIST.
015600
015700 FD  EHIST-FILE
015800     RECORDING MODE IS F
015900     LABEL RECORDS ARE STANDARD.
016000 COPY ENTLHIST.
016100
016200 FD  SHIST-FILE
016300     RECORDING MODE IS F
016400     LABEL RECORDS ARE STANDARD.
016500 COPY SORDHIST.
016600
016700 FD  PCLH-FILE
016800     RECORDING MODE IS F
016900     LABEL RECORDS ARE STANDARD.
017000 COPY PCLHIST.
017100
017200*****************************************************************
017300*  ONE SORT RECORD PER SELECTED CHANGE, WHATEVER ITS SOURCE.
017400*  CONTROL-FILE CHANGES CARRY THEIR BEFORE AND AFTER IMAGES;
017500*  DECISIONS, DISPOSITIONS, RESETS AND PERIOD CLOSES CARRY THEIR
017600*  OWN FIELDS IN THE SAME SPACE.  THE SEQUENCE NUMBER KEEPS
017700*  CHANGES STAMPED WITH THE SAME DATE AND TIME IN READ ORDER.
017800*****************************************************************
017900 SD  SORT-FILE.
018000 01  SRT-RECORD.
018100     05  SRT-CHANGE-DATE            PIC 9(08).
018200     05  SRT-CHANGE-TIME            PIC 9(08).
018300     05  SRT-SEQ                    PIC 9(07).
018400     05  SRT-UTIL-IX                PIC 9(01).
018500     05  SRT-SRC-IX                 PIC 9(02).
018600     05  SRT-USER-ID                PIC X(08).
018700     05  SRT-ACTION                 PIC X(01).
018800     05  SRT-DATA                   PIC X(160).
018900     05  SRT-IMAGES REDEFINES SRT-DATA.
019000         10  SRT-BEFORE-IMAGE       PIC X(80).
019100         10  SRT-AFTER-IMAGE        PIC X(80).
019200     05  SRT-EVENT REDEFINES SRT-DATA.
019300         10  SRT-EVT-TRAN-ID        PIC X(10).
019400         10  SRT-EVT-NEW-TRAN-ID    PIC X(10).
019500         10  SRT-EVT-LOOP-NAME      PIC X(08).
019600         10  SRT-EVT-AMOUNT         PIC 9(07)V99.
019700         10  SRT-EVT-OLD-COUNT      PIC 9(07).
019800         10  SRT-EVT-NEW-COUNT      PIC 9(07).
019900         10  SRT-EVT-PERIOD-START   PIC 9(08).
020000         10  SRT-EVT-PERIOD-END     PIC 9(08).
020100         10  SRT-EVT-REASON         PIC X(60).
020200         10  FILLER                 PIC X(33).
020300
020400 FD  CHG-REPORT-FILE
020500     RECORDING MODE IS F
020600     LABEL RECORDS ARE STANDARD.
020700 01  RPT-LINE                       PIC X(132).
020800
020900 WORKING-STORAGE SECTION.
021000*****************************************************************
021100*  SWITCHES AND COUNTERS
021200*****************************************************************
021300 77  WS-PARM-STATUS                 PIC X(02) VALUE SPACES.
021400 77  WS-RUNCAL-STATUS               PIC X(02) VALUE SPACES.
021500 77  WS-HIST-STATUS                 PIC X(02) VALUE SPACES.
021600 77  WS-AHIST-STATUS                PIC X(02) VALUE SPACES.
021700 77  WS-APHIST-STATUS               PIC X(02) VALUE SPACES.
021800 77  WS-DHIST-STATUS                PIC X(02) VALUE SPACES.
021900 77  WS-AUDIT-STATUS                PIC X(02) VALUE SPACES.
022000 77  WS-ARCH-STATUS                 PIC X(02) VALUE SPACES.
022100 77  WS-FHIST-STATUS                PIC X(02) VALUE SPACES.
022200 77  WS-EHIST-STATUS                PIC X(02) VALUE SPACES.
022300 77  WS-SHIST-STATUS                PIC X(02) VALUE SPACES.
022400 77  WS-PCLH-STATUS                 PIC X(02) VALUE SPACES.
022500 77  WS-OPEN-STATUS                 PIC X(02) VALUE SPACES.
022600 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
022700 77  WS-SEL-FROM-DATE               PIC 9(08) VALUE ZERO.
022800 77  WS-SEL-TO-DATE                 PIC 9(08) VALUE 99999999.
022900 77  WS-SEL-USER-ID                 PIC X(08) VALUE SPACES.
023000 77  WS-SEL-UTILITY                 PIC X(08) VALUE SPACES.
023100 77  WS-HOURS-FROM                  PIC 9(04) VALUE 0700.
023200 77  WS-HOURS-TO                    PIC 9(04) VALUE 1900.
023300 77  WS-CHG-HHMM                    PIC 9(04) VALUE 0.
023400 77  WS-SRT-SEQ                     PIC 9(07) VALUE 0.
023500 77  WS-SRC-IX                      PIC 9(02) COMP VALUE 0.
023600 77  WS-UTIL-IX                     PIC 9(02) COMP VALUE 0.
023700 77  WS-ACT-IX                      PIC 9(02) COMP VALUE 0.
023750 77  WS-ACT-ENTRIES                 PIC 9(02) COMP VALUE 23.
023800 77  WS-HOL-MAX-ENTRIES             PIC 9(03) COMP VALUE 400.
023900 77  WS-HOL-COUNT                   PIC 9(03) COMP VALUE 0.
024000 77  WS-HOL-IX                      PIC 9(03) COMP VALUE 0.
024100 77  WS-USR-MAX-ENTRIES             PIC 9(03) COMP VALUE 500.
024200 77  WS-USR-COUNT                   PIC 9(03) COMP VALUE 0.
024300 77  WS-USR-IX                      PIC 9(03) COMP VALUE 0.
024400 77  WS-USR-FOUND-IX                PIC 9(03) COMP VALUE 0.
024500 77  WS-EXC-MAX-ENTRIES             PIC 9(04) COMP VALUE 2000.
024600 77  WS-EXC-COUNT                   PIC 9(04) COMP VALUE 0.
024700 77  WS-EXC-IX                      PIC 9(04) COMP VALUE 0.
024800 77  WS-CHANGE-CNT                  PIC 9(07) VALUE 0.
024900 77  WS-BAD-CNT                     PIC 9(07) VALUE 0.
025000 77  WS-SRC-MISSING-CNT             PIC 9(02) VALUE 0.
025100
025200 01  WS-SWITCHES.
025500     05  WS-RUNCAL-EOF-SW           PIC X(01) VALUE 'N'.
025600         88  WS-RUNCAL-EOF                     VALUE 'Y'.
025700     05  WS-CAL-OPEN-SW             PIC X(01) VALUE 'N'.
025800         88  WS-CAL-OPEN                       VALUE 'Y'.
025900     05  WS-SCAN-EOF-SW             PIC X(01) VALUE 'N'.
026000         88  WS-SCAN-EOF                       VALUE 'Y'
026100             WHEN SET TO FALSE IS 'N'.
026200     05  WS-SORT-EOF-SW             PIC X(01) VALUE 'N'.
026300         88  WS-SORT-EOF                       VALUE 'Y'.
026400     05  WS-SOURCE-OPEN-SW          PIC X(01) VALUE 'N'.
026500         88  WS-SOURCE-OPEN                    VALUE 'Y'
026600             WHEN SET TO FALSE IS 'N'.
026700     05  WS-HOLIDAY-SW              PIC X(01) VALUE 'N'.
026800         88  WS-IS-HOLIDAY                     VALUE 'Y'
026900             WHEN SET TO FALSE IS 'N'.
027000     05  WS-USR-FOUND-SW            PIC X(01) VALUE 'N'.
027100         88  WS-USR-FOUND                      VALUE 'Y'
027200             WHEN SET TO FALSE IS 'N'.
027300     05  WS-ACT-FOUND-SW            PIC X(01) VALUE 'N'.
027400         88  WS-ACT-FOUND                      VALUE 'Y'
027500             WHEN SET TO FALSE IS 'N'.
027600     05  WS-PARM-BAD-SW             PIC X(01) VALUE 'N'.
027700         88  WS-PARM-BAD                       VALUE 'Y'.
027800
027900*****************************************************************
028000*  UTILITIES, IN THE ORDER OF THE SUMMARY COLUMNS.
028100*****************************************************************
028200 01  WS-UTIL-NAMES-V.
028300     05  FILLER                     PIC X(08) VALUE 'LOOPMNT'.
028400     05  FILLER                     PIC X(08) VALUE 'ACCTMNT'.
028500     05  FILLER                     PIC X(08) VALUE 'APPRUTIL'.
028600     05  FILLER                     PIC X(08) VALUE 'DUPRES'.
028700     05  FILLER                     PIC X(08) VALUE 'CKPTUTIL'.
028800     05  FILLER                     PIC X(08) VALUE 'FEEDMNT'.
028900     05  FILLER                     PIC X(08) VALUE 'ENTLMNT'.
029000     05  FILLER                     PIC X(08) VALUE 'SORDMNT'.
029100     05  FILLER                     PIC X(08) VALUE 'PERCLOSE'.
029200 01  WS-UTIL-NAMES REDEFINES WS-UTIL-NAMES-V.
029300     05  WS-UTIL-NAME OCCURS 9 TIMES
029400                                    PIC X(08).
029500
029600*****************************************************************
029700*  SOURCE FILES, IN THE ORDER THEY ARE READ, EACH WITH THE
029800*  UTILITY THAT WRITES IT.  THE CKPTUTIL RESETS ARE ON THE
029900*  ACTIVE AUDIT TRAIL AND ON ITS ARCHIVE.
030000*****************************************************************
030100 01  WS-SRC-NAMES-V.
030200     05  FILLER                     PIC X(09) VALUE 'LOOPHIST1'.
030300     05  FILLER                     PIC X(09) VALUE 'ACCTHIST2'.
030400     05  FILLER                     PIC X(09) VALUE 'APPRHIST3'.
030500     05  FILLER                     PIC X(09) VALUE 'DUPHIST 4'.
030600     05  FILLER                     PIC X(09) VALUE 'AUDITFIL5'.
030700     05  FILLER                     PIC X(09) VALUE 'AUDARCH 5'.
030800     05  FILLER                     PIC X(09) VALUE 'FEEDHIST6'.
030900     05  FILLER                     PIC X(09) VALUE 'ENTLHIST7'.
031000     05  FILLER                     PIC X(09) VALUE 'SORDHIST8'.
031100     05  FILLER                     PIC X(09) VALUE 'PCLHIST 9'.
031200 01  WS-SRC-NAMES REDEFINES WS-SRC-NAMES-V.
031300     05  WS-SRC-DEF OCCURS 10 TIMES.
031400         10  WS-SRC-NAME            PIC X(08).
031500         10  WS-SRC-UTIL-IX         PIC 9(01).
031600
031700 01  WS-SRC-TABLE.
031800     05  WS-SRC OCCURS 10 TIMES.
031900         10  WS-SRC-READ-CNT        PIC 9(07).
032000         10  WS-SRC-SEL-CNT         PIC 9(07).
032100         10  WS-SRC-STATE           PIC X(24).
032200
032300*****************************************************************
032400*  ACTION CODES PER UTILITY, AS THEY ARE CARRIED ON EACH HISTORY
032500*  (SEE ENTLREC.CPY): UTILITY NUMBER, CODE, AND WHAT IT MEANS.
032600*  A CKPTUTIL 'R' RECORD CARRIES ITS ACTION IN AUDIT-STATUS; ONE
032650*  WRITTEN WITH A BLANK STATUS IS A DELETE IF RESET TO ZERO.
032700*****************************************************************
032800 01  WS-ACT-TEXTS-V.
032900     05  FILLER                     PIC X(14) VALUE
033000         '1AADD'.
033100     05  FILLER                     PIC X(14) VALUE
033200         '1CCHANGE'.
033300     05  FILLER                     PIC X(14) VALUE
033400         '1DDELETE'.
033500     05  FILLER                     PIC X(14) VALUE
033600         '2AADD'.
033700     05  FILLER                     PIC X(14) VALUE
033800         '2CCHANGE'.
033900     05  FILLER                     PIC X(14) VALUE
034000         '2XCLOSE'.
034100     05  FILLER                     PIC X(14) VALUE
034200         '3RRELEASE'.
034300     05  FILLER                     PIC X(14) VALUE
034400         '3DDENY'.
034500     05  FILLER                     PIC X(14) VALUE
034600         '4RRELEASE'.
034700     05  FILLER                     PIC X(14) VALUE
034800         '4WWRITE-OFF'.
034900     05  FILLER                     PIC X(14) VALUE
035000         '5RRESET'.
035100     05  FILLER                     PIC X(14) VALUE
035200         '5DDELETE'.
035300     05  FILLER                     PIC X(14) VALUE
035400         '6AADD'.
035500     05  FILLER                     PIC X(14) VALUE
035600         '6CCHANGE'.
035700     05  FILLER                     PIC X(14) VALUE
035800         '6RSEQ RESET'.
035900     05  FILLER                     PIC X(14) VALUE
036000         '6DDELETE'.
036100     05  FILLER                     PIC X(14) VALUE
036200         '7AGRANT'.
036300     05  FILLER                     PIC X(14) VALUE
036400         '7DREVOKE'.
036500     05  FILLER                     PIC X(14) VALUE
036600         '8AADD'.
036700     05  FILLER                     PIC X(14) VALUE
036800         '8CCHANGE'.
036900     05  FILLER                     PIC X(14) VALUE
037000         '8XCANCEL'.
037100     05  FILLER                     PIC X(14) VALUE
037200         '9CCLOSE PERIOD'.
037300     05  FILLER                     PIC X(14) VALUE
037400         '9RREOPEN'.
037500 01  WS-ACT-TEXTS REDEFINES WS-ACT-TEXTS-V.
037600     05  WS-ACT-DEF OCCURS 23 TIMES.
037700         10  WS-ACT-UTIL-IX         PIC 9(01).
037800         10  WS-ACT-CODE            PIC X(01).
037900         10  WS-ACT-TEXT            PIC X(12).
038100
038200*****************************************************************
038300*  USER TABLE FOR THE SUMMARY PAGE: CHANGES PER UTILITY.
038400*****************************************************************
038500 01  WS-USR-TABLE.
038600     05  WS-USR-ENTRY OCCURS 500 TIMES.
038700         10  WS-USR-ID              PIC X(08).
038800         10  WS-USR-CNT OCCURS 9 TIMES
038900                                    PIC 9(07).
039000         10  WS-USR-TOTAL           PIC 9(07).
039100
039200 01  WS-UTIL-TOTALS.
039300     05  WS-UTIL-TOT OCCURS 9 TIMES
039400                                    PIC 9(07).
039500
039600*****************************************************************
039700*  EXCEPTIONS, HELD AS PRINT IMAGES UNTIL THE LISTING IS DONE.
039800*****************************************************************
039900 01  WS-EXC-TABLE.
040000     05  WS-EXC-IMAGE OCCURS 2000 TIMES
040100                                    PIC X(132).
040200
040300*****************************************************************
040400*  HOLIDAY SCHEDULE FROM THE RUN CALENDAR.
040500*****************************************************************
040600 01  WS-HOL-TABLE.
040700     05  WS-HOL-DATE OCCURS 400 TIMES
040800                                    PIC 9(08).
040900
041000*****************************************************************
041100*  DATE AND TIME WORK AREAS
041200*****************************************************************
041300 01  WS-WORK-DATE                   PIC 9(08) VALUE ZERO.
041400 01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
041500     05  WS-WORK-YEAR               PIC 9(04).
041600     05  WS-WORK-MONTH              PIC 9(02).
041700     05  WS-WORK-DAY                PIC 9(02).
041800
041900 01  WS-TIME-WORK                   PIC 9(08) VALUE ZERO.
042000 01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
042100     05  WS-TW-HH                   PIC 9(02).
042200     05  WS-TW-MM                   PIC 9(02).
042300     05  WS-TW-SS                   PIC 9(02).
042400     05  WS-TW-CC                   PIC 9(02).
042500
042600 01  WS-TIME-DISPLAY.
042700     05  TDSP-HH                    PIC 9(02).
042800     05  FILLER                     PIC X(01) VALUE ':'.
042900     05  TDSP-MM                    PIC 9(02).
043000     05  FILLER                     PIC X(01) VALUE ':'.
043100     05  TDSP-SS                    PIC 9(02).
043200
043300*****************************************************************
043400*  DAY-OF-WEEK WORK AREA (ZELLER'S CONGRUENCE).  THE RESULT IS
043500*  0 FOR SATURDAY, 1 FOR SUNDAY, 2 FOR MONDAY, AND SO ON.
043600*****************************************************************
043700 01  WS-ZELLER-WORK.
043800     05  WS-Z-YEAR                  PIC 9(04) COMP VALUE 0.
043900     05  WS-Z-MONTH                 PIC 9(02) COMP VALUE 0.
044000     05  WS-Z-CENT                  PIC 9(02) COMP VALUE 0.
044100     05  WS-Z-YY                    PIC 9(02) COMP VALUE 0.
044200     05  WS-Z-TERM                  PIC 9(04) COMP VALUE 0.
044300     05  WS-Z-SUM                   PIC 9(05) COMP VALUE 0.
044400     05  WS-Z-QUOT                  PIC 9(05) COMP VALUE 0.
044500     05  WS-Z-DOW                   PIC 9(01) COMP VALUE 0.
044600
044700*****************************************************************
044800*  RECORD IMAGES.  THE AUDIT RECORD IS WORKED FROM A
044900*  WORKING-STORAGE COPY SO THE ARCHIVE AND THE ACTIVE TRAIL
045000*  SHARE ONE PATH.  THIS LAYOUT MUST TRACK AUDITREC.CPY FIELD
045100*  FOR FIELD AS FAR AS THE USER ID.
045200*****************************************************************
045300 01  WS-AUD-RECORD.
045400     05  WS-AUD-REC-TYPE            PIC X(01).
045500         88  WS-AUD-TYPE-RESET                 VALUE 'R'.
045600     05  WS-AUD-PROGRAM-NAME        PIC X(08).
045700     05  WS-AUD-LOOP-NAME           PIC X(08).
045800     05  WS-AUD-RUN-DATE            PIC 9(08).
045900     05  WS-AUD-TIMESTAMP           PIC 9(08).
046000     05  WS-AUD-CNT-VALUE           PIC 9(07).
046100     05  WS-AUD-START-VALUE         PIC 9(07).
046200     05  FILLER                     PIC X(07).
046230     05  WS-AUD-STATUS              PIC X(01).
046260     05  FILLER                     PIC X(95).
046300     05  WS-AUD-USER-ID             PIC X(08).
046400
046500*****************************************************************
046600*  BEFORE AND AFTER IMAGES OF A CONTROL-RECORD CHANGE, WITH ONE
046700*  VIEW PER MAINTAINED RECORD.  THESE VIEWS MUST TRACK LOOPCTL,
046800*  ACCTREC (FIRST 57 BYTES), FEEDREG, ENTLREC AND SORDREC
046900*  (FIRST 69 BYTES) FIELD FOR FIELD.  FIELDS ARE VIEWED AS TEXT
047000*  SO A SPACE-FILLED ADD OR DELETE IMAGE COMPARES CLEANLY; ONLY
047100*  THE ORDER AMOUNT IS VIEWED AS A NUMBER, TO EDIT IT.
047200*****************************************************************
047300 01  WS-BEFORE-IMAGE                PIC X(80) VALUE SPACES.
047400 01  WS-BLC REDEFINES WS-BEFORE-IMAGE.
047500     05  WS-BLC-NAME                PIC X(08).
047600     05  WS-BLC-START-VALUE         PIC X(07).
047700     05  WS-BLC-MAX-VALUE           PIC X(07).
047800     05  WS-BLC-LOG-INTERVAL        PIC X(04).
047900     05  WS-BLC-TRAN-DSN            PIC X(08).
048000     05  FILLER                     PIC X(46).
048100 01  WS-BAC REDEFINES WS-BEFORE-IMAGE.
048200     05  WS-BAC-NUMBER              PIC X(10).
048300     05  WS-BAC-NAME                PIC X(30).
048400     05  WS-BAC-STATUS              PIC X(01).
048500     05  WS-BAC-OPEN-DATE           PIC X(08).
048600     05  WS-BAC-CLOSE-DATE          PIC X(08).
048700     05  FILLER                     PIC X(23).
048800 01  WS-BFR REDEFINES WS-BEFORE-IMAGE.
048900     05  WS-BFR-SENDER-ID           PIC X(08).
049000     05  WS-BFR-SENDER-NAME         PIC X(30).
049100     05  WS-BFR-LOOP-NAME           PIC X(08).
049200     05  WS-BFR-EXPECTED-FLAG       PIC X(01).
049300     05  WS-BFR-LAST-SEQ            PIC X(06).
049400     05  WS-BFR-LAST-CREATE-DATE    PIC X(08).
049500     05  WS-BFR-LAST-RECV-DATE      PIC X(08).
049600     05  WS-BFR-LAST-RECV-TIME      PIC X(08).
049700     05  FILLER                     PIC X(03).
049800 01  WS-BEN REDEFINES WS-BEFORE-IMAGE.
049900     05  WS-BEN-USER-ID             PIC X(08).
050000     05  WS-BEN-UTILITY             PIC X(08).
050100     05  WS-BEN-ACTION              PIC X(01).
050200     05  WS-BEN-GRANT-DATE          PIC X(08).
050300     05  WS-BEN-GRANTED-BY          PIC X(08).
050400     05  FILLER                     PIC X(47).
050500 01  WS-BSO REDEFINES WS-BEFORE-IMAGE.
050600     05  WS-BSO-ID                  PIC X(05).
050700     05  WS-BSO-LOOP-NAME           PIC X(08).
050800     05  WS-BSO-ACCOUNT             PIC X(10).
050900     05  WS-BSO-TYPE-CODE           PIC X(01).
051000     05  WS-BSO-AMOUNT              PIC 9(07)V99.
051100     05  WS-BSO-FREQUENCY           PIC X(01).
051200     05  WS-BSO-DAY                 PIC X(02).
051300     05  WS-BSO-START-DATE          PIC X(08).
051400     05  WS-BSO-END-DATE            PIC X(08).
051500     05  WS-BSO-STATUS              PIC X(01).
051600     05  WS-BSO-ENTERED-BY          PIC X(08).
051700     05  WS-BSO-CHANGED-BY          PIC X(08).
051800     05  FILLER                     PIC X(11).
051900
052000 01  WS-AFTER-IMAGE                 PIC X(80) VALUE SPACES.
052100 01  WS-ALC REDEFINES WS-AFTER-IMAGE.
052200     05  WS-ALC-NAME                PIC X(08).
052300     05  WS-ALC-START-VALUE         PIC X(07).
052400     05  WS-ALC-MAX-VALUE           PIC X(07).
052500     05  WS-ALC-LOG-INTERVAL        PIC X(04).
052600     05  WS-ALC-TRAN-DSN            PIC X(08).
052700     05  FILLER                     PIC X(46).
052800 01  WS-AAC REDEFINES WS-AFTER-IMAGE.
052900     05  WS-AAC-NUMBER              PIC X(10).
053000     05  WS-AAC-NAME                PIC X(30).
053100     05  WS-AAC-STATUS              PIC X(01).
053200     05  WS-AAC-OPEN-DATE           PIC X(08).
053300     05  WS-AAC-CLOSE-DATE          PIC X(08).
053400     05  FILLER                     PIC X(23).
053500 01  WS-AFR REDEFINES WS-AFTER-IMAGE.
053600     05  WS-AFR-SENDER-ID           PIC X(08).
053700     05  WS-AFR-SENDER-NAME         PIC X(30).
053800     05  WS-AFR-LOOP-NAME           PIC X(08).
053900     05  WS-AFR-EXPECTED-FLAG       PIC X(01).
054000     05  WS-AFR-LAST-SEQ            PIC X(06).
054100     05  WS-AFR-LAST-CREATE-DATE    PIC X(08).
054200     05  WS-AFR-LAST-RECV-DATE      PIC X(08).
054300     05  WS-AFR-LAST-RECV-TIME      PIC X(08).
054400     05  FILLER                     PIC X(03).
054500 01  WS-AEN REDEFINES WS-AFTER-IMAGE.
054600     05  WS-AEN-USER-ID             PIC X(08).
054700     05  WS-AEN-UTILITY             PIC X(08).
054800     05  WS-AEN-ACTION              PIC X(01).
054900     05  WS-AEN-GRANT-DATE          PIC X(08).
055000     05  WS-AEN-GRANTED-BY          PIC X(08).
055100     05  FILLER                     PIC X(47).
055200 01  WS-ASO REDEFINES WS-AFTER-IMAGE.
055300     05  WS-ASO-ID                  PIC X(05).
055400     05  WS-ASO-LOOP-NAME           PIC X(08).
055500     05  WS-ASO-ACCOUNT             PIC X(10).
055600     05  WS-ASO-TYPE-CODE           PIC X(01).
055700     05  WS-ASO-AMOUNT              PIC 9(07)V99.
055800     05  WS-ASO-FREQUENCY           PIC X(01).
055900     05  WS-ASO-DAY                 PIC X(02).
056000     05  WS-ASO-START-DATE          PIC X(08).
056100     05  WS-ASO-END-DATE            PIC X(08).
056200     05  WS-ASO-STATUS              PIC X(01).
056300     05  WS-ASO-ENTERED-BY          PIC X(08).
056400     05  WS-ASO-CHANGED-BY          PIC X(08).
056500     05  FILLER                     PIC X(11).
056600
056700 01  WS-AMT-EDIT                    PIC Z,ZZZ,ZZ9.99.
056800 01  WS-CNT-EDIT                    PIC ZZZZZZ9.
056900
057000*****************************************************************
057100*  PRINT-IMAGE LINES
057200*****************************************************************
057300 01  WS-HDG-1.
057400     05  FILLER                     PIC X(48) VALUE
057500         'CHGAUDIT MAINTENANCE CHANGE-AUDIT REPORT'.
057600     05  FILLER                     PIC X(15) VALUE
057700         'BUSINESS DATE:'.
057800     05  HDG-BUS-DATE               PIC 9(08).
057900     05  FILLER                     PIC X(61) VALUE SPACES.
058000
058100 01  WS-SEL-LINE.
058200     05  FILLER                     PIC X(16) VALUE
058300         'SELECTION: USER '.
058400     05  SEL-USER                   PIC X(08).
058500     05  FILLER                     PIC X(07) VALUE '  FROM '.
058600     05  SEL-FROM                   PIC X(08).
058700     05  FILLER                     PIC X(05) VALUE '  TO '.
058800     05  SEL-TO                     PIC X(08).
058900     05  FILLER                     PIC X(10) VALUE
059000         '  UTILITY '.
059100     05  SEL-UTILITY                PIC X(08).
059200     05  FILLER                     PIC X(18) VALUE
059300         '  BUSINESS HOURS '.
059400     05  SEL-HOURS-FROM             PIC 9(04).
059500     05  FILLER                     PIC X(01) VALUE '-'.
059600     05  SEL-HOURS-TO               PIC 9(04).
059700     05  FILLER                     PIC X(35) VALUE SPACES.
059800
059900 01  WS-SECTION-LINE.
060000     05  SECT-TITLE                 PIC X(60).
060100     05  FILLER                     PIC X(72) VALUE SPACES.
060200
060300 01  WS-CHG-HDG.
060400     05  FILLER                     PIC X(10) VALUE 'DATE'.
060500     05  FILLER                     PIC X(10) VALUE 'TIME'.
060600     05  FILLER                     PIC X(10) VALUE 'USER'.
060700     05  FILLER                     PIC X(10) VALUE 'UTILITY'.
060800     05  FILLER                     PIC X(14) VALUE 'ACTION'.
060900     05  FILLER                     PIC X(22) VALUE 'KEY'.
061000     05  FILLER                     PIC X(08) VALUE 'SOURCE'.
061100     05  FILLER                     PIC X(48) VALUE SPACES.
061200
061300 01  WS-CHG-HDG-2.
061400     05  FILLER                     PIC X(12) VALUE SPACES.
061500     05  FILLER                     PIC X(16) VALUE 'FIELD'.
061600     05  FILLER                     PIC X(44) VALUE 'BEFORE'.
061700     05  FILLER                     PIC X(60) VALUE 'AFTER'.
061800
061900 01  WS-CHG-LINE.
062000     05  CHG-DATE                   PIC 9(08).
062100     05  FILLER                     PIC X(02) VALUE SPACES.
062200     05  CHG-TIME                   PIC X(08).
062300     05  FILLER                     PIC X(02) VALUE SPACES.
062400     05  CHG-USER                   PIC X(08).
062500     05  FILLER                     PIC X(02) VALUE SPACES.
062600     05  CHG-UTILITY                PIC X(08).
062700     05  FILLER                     PIC X(02) VALUE SPACES.
062800     05  CHG-ACTION                 PIC X(12).
062900     05  FILLER                     PIC X(02) VALUE SPACES.
063000     05  CHG-KEY                    PIC X(20).
063100     05  FILLER                     PIC X(02) VALUE SPACES.
063200     05  CHG-SOURCE                 PIC X(08).
063300     05  FILLER                     PIC X(48) VALUE SPACES.
063400
063500 01  WS-DIF-LINE.
063600     05  FILLER                     PIC X(12) VALUE SPACES.
063700     05  DIF-FIELD                  PIC X(16).
063800     05  DIF-BEFORE                 PIC X(40).
063900     05  FILLER                     PIC X(04) VALUE ' -> '.
064000     05  DIF-AFTER                  PIC X(40).
064100     05  FILLER                     PIC X(20) VALUE SPACES.
064200
064300 01  WS-NOTE-LINE.
064400     05  FILLER                     PIC X(12) VALUE SPACES.
064500     05  NOTE-LABEL                 PIC X(16).
064600     05  NOTE-VALUE                 PIC X(84).
064700     05  FILLER                     PIC X(20) VALUE SPACES.
064800
064900 01  WS-EXC-HDG.
065000     05  FILLER                     PIC X(10) VALUE 'DATE'.
065100     05  FILLER                     PIC X(10) VALUE 'TIME'.
065200     05  FILLER                     PIC X(10) VALUE 'USER'.
065300     05  FILLER                     PIC X(10) VALUE 'UTILITY'.
065400     05  FILLER                     PIC X(14) VALUE 'ACTION'.
065500     05  FILLER                     PIC X(22) VALUE 'KEY'.
065600     05  FILLER                     PIC X(56) VALUE 'EXCEPTION'.
065700
065800 01  WS-EXC-LINE.
065900     05  EXC-DATE                   PIC 9(08).
066000     05  FILLER                     PIC X(02) VALUE SPACES.
066100     05  EXC-TIME                   PIC X(08).
066200     05  FILLER                     PIC X(02) VALUE SPACES.
066300     05  EXC-USER                   PIC X(08).
066400     05  FILLER                     PIC X(02) VALUE SPACES.
066500     05  EXC-UTILITY                PIC X(08).
066600     05  FILLER                     PIC X(02) VALUE SPACES.
066700     05  EXC-ACTION                 PIC X(12).
066800     05  FILLER                     PIC X(02) VALUE SPACES.
066900     05  EXC-KEY                    PIC X(20).
067000     05  FILLER                     PIC X(02) VALUE SPACES.
067100     05  EXC-DAY-TEXT               PIC X(24).
067200     05  EXC-HOURS-TEXT             PIC X(32).
067300
067400 01  WS-SUM-HDG.
067500     05  FILLER                     PIC X(10) VALUE 'USER'.
067600     05  SUM-HDG-UTIL OCCURS 9 TIMES.
067700         10  SUM-HDG-NAME           PIC X(08).
067800         10  FILLER                 PIC X(02) VALUE SPACES.
067900     05  FILLER                     PIC X(07) VALUE '  TOTAL'.
068000     05  FILLER                     PIC X(25) VALUE SPACES.
068100
068200 01  WS-SUM-LINE.
068300     05  SUM-USER                   PIC X(10).
068400     05  SUM-UTIL OCCURS 9 TIMES.
068500         10  SUM-CNT                PIC ZZZZZZ9.
068600         10  FILLER                 PIC X(03) VALUE SPACES.
068700     05  SUM-TOTAL                  PIC ZZZZZZ9.
068800     05  FILLER                     PIC X(25) VALUE SPACES.
068900
069000 01  WS-SRC-HDG.
069100     05  FILLER                     PIC X(10) VALUE 'SOURCE'.
069200     05  FILLER                     PIC X(10) VALUE 'UTILITY'.
069300     05  FILLER                     PIC X(09) VALUE '   READ'.
069400     05  FILLER                     PIC X(09) VALUE 'SELECTED'.
069500     05  FILLER                     PIC X(24) VALUE 'STATE'.
069600     05  FILLER                     PIC X(70) VALUE SPACES.
069700
069800 01  WS-SRC-LINE.
069900     05  SRC-NAME                   PIC X(08).
070000     05  FILLER                     PIC X(02) VALUE SPACES.
070100     05  SRC-UTILITY                PIC X(08).
070200     05  FILLER                     PIC X(02) VALUE SPACES.
070300     05  SRC-READ                   PIC ZZZZZZ9.
070400     05  FILLER                     PIC X(02) VALUE SPACES.
070500     05  SRC-SELECTED               PIC ZZZZZZ9.
070600     05  FILLER                     PIC X(02) VALUE SPACES.
070700     05  SRC-STATE                  PIC X(24).
070800     05  FILLER                     PIC X(70) VALUE SPACES.
070900
071000 01  WS-TOT-LINE.
071100     05  TOT-LABEL                  PIC X(44).
071200     05  TOT-COUNT                  PIC ZZZZZZ9.
071300     05  FILLER                     PIC X(81) VALUE SPACES.
071400
071500 PROCEDURE DIVISION.
071600*****************************************************************
071700*  0000-MAINLINE  --  SELECT THE CHANGES FROM EVERY SOURCE,
071800*                    SORT THEM INTO DATE AND TIME ORDER AND PRINT
071900*                    THE LISTING, THEN THE SUMMARY AND EXCEPTIONS
072000*                    PAGES.
072100*****************************************************************
072200 0000-MAINLINE.
072300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
072400     SORT SORT-FILE
072500         ON ASCENDING KEY SRT-CHANGE-DATE
072600                          SRT-CHANGE-TIME
072700                          SRT-SEQ
072800         INPUT PROCEDURE IS 2000-SELECT-CHANGES
072900             THRU 2000-SELECT-CHANGES-EXIT
073000         OUTPUT PROCEDURE IS 3000-PRINT-CHANGES
073100             THRU 3000-PRINT-CHANGES-EXIT.
073200     IF SORT-RETURN NOT = ZERO
073300         DISPLAY 'CHGAUDIT0006E - SORT OF THE SELECTED CHANGES '
073400             'FAILED (SORT-RETURN ' SORT-RETURN ')'
073500         MOVE 16 TO RETURN-CODE
073600         STOP RUN
073700     END-IF.
073800     PERFORM 5000-PRINT-SUMMARY THRU 5000-PRINT-SUMMARY-EXIT.
073900     PERFORM 6000-PRINT-EXCEPTIONS
074000         THRU 6000-PRINT-EXCEPTIONS-EXIT.
074100     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT.
074200     STOP RUN.
074300
074400*****************************************************************
074500*  1000-INITIALIZE  --  LOAD THE CALENDAR, READ AND CHECK THE
074600*                    SELECTION, AND START THE REPORT.  WITHOUT A
074700*                    SELECTION CARD EVERY CHANGE ON FILE IS
074800*                    REPORTED.  A SELECTION THAT DOES NOT MAKE
074900*                    SENSE IS FATAL -- AN AUDIT LISTING BUILT ON
075000*                    A MISREAD FILTER WOULD MISLEAD.
075100*****************************************************************
075200 1000-INITIALIZE.
075300     INITIALIZE WS-SRC-TABLE.
075400     INITIALIZE WS-UTIL-TOTALS.
075500     PERFORM 1100-LOAD-CALENDAR THRU 1100-LOAD-CALENDAR-EXIT.
075600     OPEN INPUT PARM-FILE.
075700     IF WS-PARM-STATUS NOT = '00'
075800         DISPLAY 'CHGAUDIT0001I - NO SELECTION CARD (STATUS '
075900             WS-PARM-STATUS ') - EVERY CHANGE ON FILE IS '
076000             'REPORTED'
076100     ELSE
076200         PERFORM 1200-READ-SELECTION
076300             THRU 1200-READ-SELECTION-EXIT
076400         CLOSE PARM-FILE
076500     END-IF.
076600     IF WS-PARM-BAD
076700         MOVE 16 TO RETURN-CODE
076800         STOP RUN
076900     END-IF.
077000
077100     OPEN OUTPUT CHG-REPORT-FILE.
077200     MOVE WS-BUSINESS-DATE TO HDG-BUS-DATE.
077300     MOVE WS-HDG-1 TO RPT-LINE.
077400     WRITE RPT-LINE.
077500     MOVE WS-SEL-USER-ID TO SEL-USER.
077600     IF WS-SEL-USER-ID = SPACES
077700         MOVE 'ALL' TO SEL-USER
077800     END-IF.
077900     MOVE WS-SEL-FROM-DATE TO SEL-FROM.
078000     IF WS-SEL-FROM-DATE = ZERO
078100         MOVE 'ANY' TO SEL-FROM
078200     END-IF.
078300     MOVE WS-SEL-TO-DATE TO SEL-TO.
078400     IF WS-SEL-TO-DATE = 99999999
078500         MOVE 'ANY' TO SEL-TO
078600     END-IF.
078700     MOVE WS-SEL-UTILITY TO SEL-UTILITY.
078800     IF WS-SEL-UTILITY = SPACES
078900         MOVE 'ALL' TO SEL-UTILITY
079000     END-IF.
079100     MOVE WS-HOURS-FROM TO SEL-HOURS-FROM.
079200     MOVE WS-HOURS-TO   TO SEL-HOURS-TO.
079300     MOVE WS-SEL-LINE TO RPT-LINE.
079400     WRITE RPT-LINE.
079500     MOVE SPACES TO RPT-LINE.
079600     WRITE RPT-LINE.
079700 1000-INITIALIZE-EXIT.
079800     EXIT.
079900
080000*****************************************************************
080100*  1100-LOAD-CALENDAR  --  THE CURRENT-DATE RECORD DATES THE
080200*                    REPORT AND THE 'H' RECORDS AFTER IT ARE THE
080300*                    HOLIDAYS.  A MISSING OR UNREADABLE CALENDAR
080400*                    FALLS BACK TO THE SYSTEM DATE, AND THEN
080500*                    ONLY WEEKENDS COUNT AS NON-PROCESSING DAYS.
080600*****************************************************************
080700 1100-LOAD-CALENDAR.
080800     OPEN INPUT RUNCAL-FILE.
080900     IF WS-RUNCAL-STATUS NOT = '00'
081000         DISPLAY 'CHGAUDIT0003W - RUN CALENDAR COULD NOT BE '
081100             'OPENED (STATUS ' WS-RUNCAL-STATUS ') - ONLY '
081200             'WEEKENDS ARE CHECKED AS NON-PROCESSING DAYS'
081300         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
081400         GO TO 1100-LOAD-CALENDAR-EXIT
081500     END-IF.
081600     MOVE 'Y' TO WS-CAL-OPEN-SW.
081700     READ RUNCAL-FILE
081800         AT END
081900             SET WS-RUNCAL-EOF TO TRUE
082000     END-READ.
082100     IF NOT WS-RUNCAL-EOF AND CAL-BUS-DATE NUMERIC
082200         MOVE CAL-BUS-DATE TO WS-BUSINESS-DATE
082300     ELSE
082400         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
082500     END-IF.
082600     PERFORM 1150-LOAD-ONE-CAL-REC
082700         THRU 1150-LOAD-ONE-CAL-REC-EXIT
082800         UNTIL WS-RUNCAL-EOF.
082900     IF WS-CAL-OPEN
082930         CLOSE RUNCAL-FILE
082960     END-IF.
083000 1100-LOAD-CALENDAR-EXIT.
083100     EXIT.
083200
083300 1150-LOAD-ONE-CAL-REC.
083400     READ RUNCAL-FILE
083500         AT END
083600             SET WS-RUNCAL-EOF TO TRUE
083700             GO TO 1150-LOAD-ONE-CAL-REC-EXIT
083800     END-READ.
083900     IF CAL-STATUS-HOLIDAY AND CAL-BUS-DATE NUMERIC
084000         IF WS-HOL-COUNT >= WS-HOL-MAX-ENTRIES
084100             DISPLAY 'CHGAUDIT0004E - HOLIDAY SCHEDULE EXCEEDS '
084200                 WS-HOL-MAX-ENTRIES ' RECORDS - TABLE FULL'
084300             MOVE 16 TO RETURN-CODE
084400             STOP RUN
084500         END-IF
084600         ADD 1 TO WS-HOL-COUNT
084700         MOVE CAL-BUS-DATE TO WS-HOL-DATE (WS-HOL-COUNT)
084800     END-IF.
084900 1150-LOAD-ONE-CAL-REC-EXIT.
085000     EXIT.
085100
085200*****************************************************************
085300*  1200-READ-SELECTION  --  ONE SELECTION CARD: USER ID IN
085400*                    COLUMNS 1-8, FROM DATE 10-17, TO DATE 19-26,
085500*                    UTILITY 28-35, AND BUSINESS HOURS AS HHMM
085600*                    FROM 37-40 AND TO 42-45.  ANY FIELD LEFT
085700*                    BLANK SELECTS EVERYTHING (THE HOURS DEFAULT
085800*                    TO 0700-1900).
085900*****************************************************************
086000 1200-READ-SELECTION.
086100     READ PARM-FILE
086200         AT END
086300             GO TO 1200-READ-SELECTION-EXIT
086400     END-READ.
086500     MOVE PARM-USER-ID TO WS-SEL-USER-ID.
086600     IF PARM-FROM-DATE NOT = SPACES
086700         IF PARM-FROM-DATE-N NUMERIC
086800             MOVE PARM-FROM-DATE-N TO WS-SEL-FROM-DATE
086900         ELSE
087000             DISPLAY 'CHGAUDIT0002E - SELECTION FROM DATE '
087100                 PARM-FROM-DATE ' IS NOT A DATE'
087200             MOVE 'Y' TO WS-PARM-BAD-SW
087300         END-IF
087400     END-IF.
087500     IF PARM-TO-DATE NOT = SPACES
087600         IF PARM-TO-DATE-N NUMERIC
087700             MOVE PARM-TO-DATE-N TO WS-SEL-TO-DATE
087800         ELSE
087900             DISPLAY 'CHGAUDIT0002E - SELECTION TO DATE '
088000                 PARM-TO-DATE ' IS NOT A DATE'
088100             MOVE 'Y' TO WS-PARM-BAD-SW
088200         END-IF
088300     END-IF.
088400     IF WS-SEL-FROM-DATE > WS-SEL-TO-DATE
088500         DISPLAY 'CHGAUDIT0002E - SELECTION FROM DATE '
088600             WS-SEL-FROM-DATE ' IS AFTER THE TO DATE '
088700             WS-SEL-TO-DATE
088800         MOVE 'Y' TO WS-PARM-BAD-SW
088900     END-IF.
089000     MOVE PARM-UTILITY TO WS-SEL-UTILITY.
089100     IF WS-SEL-UTILITY NOT = SPACES
089200         MOVE ZERO TO WS-UTIL-IX
089300         PERFORM 1250-CHECK-ONE-UTILITY
089400             THRU 1250-CHECK-ONE-UTILITY-EXIT
089500             9 TIMES
089600         IF WS-UTIL-IX NOT = 99
089700             DISPLAY 'CHGAUDIT0002E - SELECTION UTILITY '
089800                 WS-SEL-UTILITY ' KEEPS NO CHANGE HISTORY'
089900             MOVE 'Y' TO WS-PARM-BAD-SW
090000         END-IF
090100     END-IF.
090200     IF PARM-HOURS-FROM NOT = SPACES
090300         OR PARM-HOURS-TO NOT = SPACES
090400         IF PARM-HOURS-FROM-N NUMERIC
090500             AND PARM-HOURS-TO-N NUMERIC
090600             AND PARM-HOURS-FROM-N < PARM-HOURS-TO-N
090700             AND PARM-HOURS-TO-N NOT > 2400
090800             MOVE PARM-HOURS-FROM-N TO WS-HOURS-FROM
090900             MOVE PARM-HOURS-TO-N   TO WS-HOURS-TO
091000         ELSE
091100             DISPLAY 'CHGAUDIT0002E - BUSINESS HOURS '
091200                 PARM-HOURS-FROM '-' PARM-HOURS-TO
091300                 ' ARE NOT A RANGE OF HHMM TIMES'
091400             MOVE 'Y' TO WS-PARM-BAD-SW
091500         END-IF
091600     END-IF.
091700 1200-READ-SELECTION-EXIT.
091800     EXIT.
091900
092000 1250-CHECK-ONE-UTILITY.
092100     IF WS-UTIL-IX = 99
092200         GO TO 1250-CHECK-ONE-UTILITY-EXIT
092300     END-IF.
092400     ADD 1 TO WS-UTIL-IX.
092500     IF WS-UTIL-NAME (WS-UTIL-IX) = WS-SEL-UTILITY
092600         MOVE 99 TO WS-UTIL-IX
092700     END-IF.
092800 1250-CHECK-ONE-UTILITY-EXIT.
092900     EXIT.
093000
093100*****************************************************************
093200*  2000-SELECT-CHANGES  --  SORT INPUT PROCEDURE.  READ EVERY
093300*                    SOURCE IN TURN AND RELEASE THE CHANGES THE
093400*                    SELECTION ASKS FOR.  A SOURCE THAT IS NOT
093500*                    AVAILABLE IS NOTED ON THE REPORT AND THE
093600*                    AUDIT GOES ON WITHOUT IT; A SOURCE FOR A
093700*                    UTILITY THAT WAS NOT SELECTED IS NOT READ.
093800*****************************************************************
093900 2000-SELECT-CHANGES.
094000     PERFORM 2100-SCAN-LOOPHIST THRU 2100-SCAN-LOOPHIST-EXIT.
094100     PERFORM 2200-SCAN-ACCTHIST THRU 2200-SCAN-ACCTHIST-EXIT.
094200     PERFORM 2300-SCAN-APPRHIST THRU 2300-SCAN-APPRHIST-EXIT.
094300     PERFORM 2400-SCAN-DUPHIST THRU 2400-SCAN-DUPHIST-EXIT.
094400     PERFORM 2500-SCAN-AUDIT THRU 2500-SCAN-AUDIT-EXIT.
094500     PERFORM 2550-SCAN-ARCHIVE THRU 2550-SCAN-ARCHIVE-EXIT.
094600     PERFORM 2600-SCAN-FEEDHIST THRU 2600-SCAN-FEEDHIST-EXIT.
094700     PERFORM 2700-SCAN-ENTLHIST THRU 2700-SCAN-ENTLHIST-EXIT.
094800     PERFORM 2800-SCAN-SORDHIST THRU 2800-SCAN-SORDHIST-EXIT.
094900     PERFORM 2900-SCAN-PCLHIST THRU 2900-SCAN-PCLHIST-EXIT.
095000 2000-SELECT-CHANGES-EXIT.
095100     EXIT.
095200
095300*****************************************************************
095400*  2100-SCAN-LOOPHIST  --  LOOPMNT CONTROL-FILE CHANGES.
095500*****************************************************************
095600 2100-SCAN-LOOPHIST.
095700     MOVE 1 TO WS-SRC-IX.
095800     PERFORM 2960-SOURCE-WANTED THRU 2960-SOURCE-WANTED-EXIT.
095900     IF NOT WS-SOURCE-OPEN
096000         GO TO 2100-SCAN-LOOPHIST-EXIT
096100     END-IF.
096200     OPEN INPUT HIST-FILE.
096300     MOVE WS-HIST-STATUS TO WS-OPEN-STATUS.
096400     PERFORM 2980-NOTE-OPEN THRU 2980-NOTE-OPEN-EXIT.
096500     IF NOT WS-SOURCE-OPEN
096600         GO TO 2100-SCAN-LOOPHIST-EXIT
096700     END-IF.
096800     SET WS-SCAN-EOF TO FALSE.
096900     PERFORM 2150-READ-LOOPHIST THRU 2150-READ-LOOPHIST-EXIT
097000         UNTIL WS-SCAN-EOF.
097100     CLOSE HIST-FILE.
097200 2100-SCAN-LOOPHIST-EXIT.
097300     EXIT.
097400
097500 2150-READ-LOOPHIST.
097600     READ HIST-FILE
097700         AT END
097800             SET WS-SCAN-EOF TO TRUE
097900             GO TO 2150-READ-LOOPHIST-EXIT
098000     END-READ.
098100     MOVE SPACES            TO SRT-RECORD.
098200     MOVE HIST-CHANGE-DATE  TO SRT-CHANGE-DATE.
098300     MOVE HIST-CHANGE-TIME  TO SRT-CHANGE-TIME.
098400     MOVE HIST-USER-ID      TO SRT-USER-ID.
098500     MOVE HIST-ACTION       TO SRT-ACTION.
098600     MOVE HIST-BEFORE-IMAGE TO SRT-BEFORE-IMAGE.
098700     MOVE HIST-AFTER-IMAGE  TO SRT-AFTER-IMAGE.
098800     PERFORM 2950-OFFER-CHANGE THRU 2950-OFFER-CHANGE-EXIT.
098900 2150-READ-LOOPHIST-EXIT.
099000     EXIT.
099100
099200*****************************************************************
099300*  2200-SCAN-ACCTHIST  --  ACCTMNT ACCOUNT-MASTER CHANGES.
099400*****************************************************************
099500 2200-SCAN-ACCTHIST.
099600     MOVE 2 TO WS-SRC-IX.
099700     PERFORM 2960-SOURCE-WANTED THRU 2960-SOURCE-WANTED-EXIT.
099800     IF NOT WS-SOURCE-OPEN
099900         GO TO 2200-SCAN-ACCTHIST-EXIT
100000     END-IF.
100100     OPEN INPUT AHIST-FILE.
100200     MOVE WS-AHIST-STATUS TO WS-OPEN-STATUS.
100300     PERFORM 2980-NOTE-OPEN THRU 2980-NOTE-OPEN-EXIT.
100400     IF NOT WS-SOURCE-OPEN
100500         GO TO 2200-SCAN-ACCTHIST-EXIT
100600     END-IF.
100700     SET WS-SCAN-EOF TO FALSE.
100800     PERFORM 2250-READ-ACCTHIST THRU 2250-READ-ACCTHIST-EXIT
100900         UNTIL WS-SCAN-EOF.
101000     CLOSE AHIST-FILE.
101100 2200-SCAN-ACCTHIST-EXIT.
101200     EXIT.
101300
101400 2250-READ-ACCTHIST.
101500     READ AHIST-FILE
101600         AT END
101700             SET WS-SCAN-EOF TO TRUE
101800             GO TO 2250-READ-ACCTHIST-EXIT
101900     END-READ.
102000     MOVE SPACES             TO SRT-RECORD.
102100     MOVE AHIST-CHANGE-DATE  TO SRT-CHANGE-DATE.
102200     MOVE AHIST-CHANGE-TIME  TO SRT-CHANGE-TIME.
102300     MOVE AHIST-USER-ID      TO SRT-USER-ID.
102400     MOVE AHIST-ACTION       TO SRT-ACTION.
102500     MOVE AHIST-BEFORE-IMAGE TO SRT-BEFORE-IMAGE.
102600     MOVE AHIST-AFTER-IMAGE  TO SRT-AFTER-IMAGE.
102700     PERFORM 2950-OFFER-CHANGE THRU 2950-OFFER-CHANGE-EXIT.
102800 2250-READ-ACCTHIST-EXIT.
102900     EXIT.
103000
103100*****************************************************************
103200*  2300-SCAN-APPRHIST  --  APPRUTIL RELEASES AND DENIALS.
103300*****************************************************************
103400 2300-SCAN-APPRHIST.
103500     MOVE 3 TO WS-SRC-IX.
103600     PERFORM 2960-SOURCE-WANTED THRU 2960-SOURCE-WANTED-EXIT.
103700     IF NOT WS-SOURCE-OPEN
103800         GO TO 2300-SCAN-APPRHIST-EXIT
103900     END-IF.
104000     OPEN INPUT APHIST-FILE.
104100     MOVE WS-APHIST-STATUS TO WS-OPEN-STATUS.
104200     PERFORM 2980-NOTE-OPEN THRU 2980-NOTE-OPEN-EXIT.
104300     IF NOT WS-SOURCE-OPEN
104400         GO TO 2300-SCAN-APPRHIST-EXIT
104500     END-IF.
104600     SET WS-SCAN-EOF TO FALSE.
104700     PERFORM 2350-READ-APPRHIST THRU 2350-READ-APPRHIST-EXIT
104800         UNTIL WS-SCAN-EOF.
104900     CLOSE APHIST-FILE.
105000 2300-SCAN-APPRHIST-EXIT.
105100     EXIT.
105200
105300 2350-READ-APPRHIST.
105400     READ APHIST-FILE
105500         AT END
105600             SET WS-SCAN-EOF TO TRUE
105700             GO TO 2350-READ-APPRHIST-EXIT
105800     END-READ.
105900     MOVE SPACES             TO SRT-RECORD.
106000     MOVE APHIST-CHANGE-DATE TO SRT-CHANGE-DATE.
106100     MOVE APHIST-CHANGE-TIME TO SRT-CHANGE-TIME.
106200     MOVE APHIST-USER-ID     TO SRT-USER-ID.
106300     MOVE APHIST-ACTION      TO SRT-ACTION.
106400     MOVE APHIST-TRAN-ID     TO SRT-EVT-TRAN-ID.
106500     MOVE APHIST-LOOP-NAME   TO SRT-EVT-LOOP-NAME.
106600     MOVE APHIST-AMOUNT      TO SRT-EVT-AMOUNT.
106700     MOVE APHIST-REASON      TO SRT-EVT-REASON.
106800     PERFORM 2950-OFFER-CHANGE THRU 2950-OFFER-CHANGE-EXIT.
106900 2350-READ-APPRHIST-EXIT.
107000     EXIT.
107100
107200*****************************************************************
107300*  2400-SCAN-DUPHIST  --  DUPRES RELEASES AND WRITE-OFFS.
107400*****************************************************************
107500 2400-SCAN-DUPHIST.
107600     MOVE 4 TO WS-SRC-IX.
107700     PERFORM 2960-SOURCE-WANTED THRU 2960-SOURCE-WANTED-EXIT.
107800     IF NOT WS-SOURCE-OPEN
107900         GO TO 2400-SCAN-DUPHIST-EXIT
108000     END-IF.
108100     OPEN INPUT DHIST-FILE.
108200     MOVE WS-DHIST-STATUS TO WS-OPEN-STATUS.
108300     PERFORM 2980-NOTE-OPEN THRU 2980-NOTE-OPEN-EXIT.
108400     IF NOT WS-SOURCE-OPEN
108500         GO TO 2400-SCAN-DUPHIST-EXIT
108600     END-IF.
108700     SET WS-SCAN-EOF TO FALSE.
108800     PERFORM 2450-READ-DUPHIST THRU 2450-READ-DUPHIST-EXIT
108900         UNTIL WS-SCAN-EOF.
109000     CLOSE DHIST-FILE.
109100 2400-SCAN-DUPHIST-EXIT.
109200     EXIT.
109300
109400 2450-READ-DUPHIST.
109500     READ DHIST-FILE
109600         AT END
109700             SET WS-SCAN-EOF TO TRUE
109800             GO TO 2450-READ-DUPHIST-EXIT
109900     END-READ.
110000     MOVE SPACES            TO SRT-RECORD.
110100     MOVE DHIST-CHANGE-DATE TO SRT-CHANGE-DATE.
110200     MOVE DHIST-CHANGE-TIME TO SRT-CHANGE-TIME.
110300     MOVE DHIST-USER-ID     TO SRT-USER-ID.
110400     MOVE DHIST-ACTION      TO SRT-ACTION.
110500     MOVE DHIST-OLD-TRAN-ID TO SRT-EVT-TRAN-ID.
110600     MOVE DHIST-NEW-TRAN-ID TO SRT-EVT-NEW-TRAN-ID.
110700     MOVE DHIST-LOOP-NAME   TO SRT-EVT-LOOP-NAME.
110800     MOVE DHIST-AMOUNT      TO SRT-EVT-AMOUNT.
110900     MOVE DHIST-REASON      TO SRT-EVT-REASON.
111000     PERFORM 2950-OFFER-CHANGE THRU 2950-OFFER-CHANGE-EXIT.
111100 2450-READ-DUPHIST-EXIT.
111200     EXIT.
111300
111400*****************************************************************
111500*  2500-SCAN-AUDIT  --  CKPTUTIL RESETS AND DELETES ON THE
111600*                    ACTIVE AUDIT TRAIL.  ONLY THE 'R' RECORDS
111700*                    ARE CHANGES; EVERY OTHER TYPE IS PASSED
111800*                    OVER.
111900*****************************************************************
112000 2500-SCAN-AUDIT.
112100     MOVE 5 TO WS-SRC-IX.
112200     PERFORM 2960-SOURCE-WANTED THRU 2960-SOURCE-WANTED-EXIT.
112300     IF NOT WS-SOURCE-OPEN
112400         GO TO 2500-SCAN-AUDIT-EXIT
112500     END-IF.
112600     OPEN INPUT AUDIT-FILE.
112700     MOVE WS-AUDIT-STATUS TO WS-OPEN-STATUS.
112800     PERFORM 2980-NOTE-OPEN THRU 2980-NOTE-OPEN-EXIT.
112900     IF NOT WS-SOURCE-OPEN
113000         GO TO 2500-SCAN-AUDIT-EXIT
113100     END-IF.
113200     SET WS-SCAN-EOF TO FALSE.
113300     PERFORM 2520-READ-AUDIT THRU 2520-READ-AUDIT-EXIT
113400         UNTIL WS-SCAN-EOF.
113500     CLOSE AUDIT-FILE.
113600 2500-SCAN-AUDIT-EXIT.
113700     EXIT.
113800
113900 2520-READ-AUDIT.
114000     READ AUDIT-FILE
114100         AT END
114200             SET WS-SCAN-EOF TO TRUE
114300             GO TO 2520-READ-AUDIT-EXIT
114400     END-READ.
114500     MOVE AUDIT-RECORD TO WS-AUD-RECORD.
114600     PERFORM 2580-TAKE-RESET THRU 2580-TAKE-RESET-EXIT.
114700 2520-READ-AUDIT-EXIT.
114800     EXIT.
114900
115000*****************************************************************
115100*  2550-SCAN-ARCHIVE  --  THE SAME FOR THE AUDIT ARCHIVE, SO
115200*                    RESETS OLDER THAN THE AUDIT RETENTION PERIOD
115300*                    ARE STILL REPORTED.
115400*****************************************************************
115500 2550-SCAN-ARCHIVE.
115600     MOVE 6 TO WS-SRC-IX.
115700     PERFORM 2960-SOURCE-WANTED THRU 2960-SOURCE-WANTED-EXIT.
115800     IF NOT WS-SOURCE-OPEN
115900         GO TO 2550-SCAN-ARCHIVE-EXIT
116000     END-IF.
116100     OPEN INPUT ARCH-FILE.
116200     MOVE WS-ARCH-STATUS TO WS-OPEN-STATUS.
116300     PERFORM 2980-NOTE-OPEN THRU 2980-NOTE-OPEN-EXIT.
116400     IF NOT WS-SOURCE-OPEN
116500         GO TO 2550-SCAN-ARCHIVE-EXIT
116600     END-IF.
116700     SET WS-SCAN-EOF TO FALSE.
116800     PERFORM 2570-READ-ARCHIVE THRU 2570-READ-ARCHIVE-EXIT
116900         UNTIL WS-SCAN-EOF.
117000     CLOSE ARCH-FILE.
117100 2550-SCAN-ARCHIVE-EXIT.
117200     EXIT.
117300
117400 2570-READ-ARCHIVE.
117500     READ ARCH-FILE
117600         AT END
117700             SET WS-SCAN-EOF TO TRUE
117800             GO TO 2570-READ-ARCHIVE-EXIT
117900     END-READ.
118000     MOVE ARCH-RECORD TO WS-AUD-RECORD.
118100     PERFORM 2580-TAKE-RESET THRU 2580-TAKE-RESET-EXIT.
118200 2570-READ-ARCHIVE-EXIT.
118300     EXIT.
118400
118410*****************************************************************
118420*  2580-TAKE-RESET  --  ONE 'R' RECORD AS A CHANGE.  AUDIT-STATUS
118430*                    SAYS RESET OR DELETE; A RECORD WRITTEN
118440*                    BEFORE CKPTUTIL CARRIED IT HAS A BLANK
118450*                    STATUS AND IS A DELETE IF RESET TO ZERO.
118460*****************************************************************
118500 2580-TAKE-RESET.
118600     IF NOT WS-AUD-TYPE-RESET
118650         ADD 1 TO WS-SRC-READ-CNT (WS-SRC-IX)
118700         GO TO 2580-TAKE-RESET-EXIT
118800     END-IF.
118900     MOVE SPACES             TO SRT-RECORD.
119000     MOVE WS-AUD-RUN-DATE    TO SRT-CHANGE-DATE.
119100     MOVE WS-AUD-TIMESTAMP   TO SRT-CHANGE-TIME.
119200     MOVE WS-AUD-USER-ID     TO SRT-USER-ID.
119300     IF WS-AUD-STATUS = 'R' OR 'D'
119400         MOVE WS-AUD-STATUS TO SRT-ACTION
119500     ELSE
119600         IF WS-AUD-START-VALUE = ZERO
119700             MOVE 'D' TO SRT-ACTION
119720         ELSE
119740             MOVE 'R' TO SRT-ACTION
119760         END-IF
119780     END-IF.
119800     MOVE WS-AUD-LOOP-NAME   TO SRT-EVT-LOOP-NAME.
119900     MOVE WS-AUD-CNT-VALUE   TO SRT-EVT-OLD-COUNT.
120000     MOVE WS-AUD-START-VALUE TO SRT-EVT-NEW-COUNT.
120100     PERFORM 2950-OFFER-CHANGE THRU 2950-OFFER-CHANGE-EXIT.
120200 2580-TAKE-RESET-EXIT.
120300     EXIT.
120400
120500*****************************************************************
120600*  2600-SCAN-FEEDHIST  --  FEEDMNT FEED-REGISTER CHANGES.
120700*****************************************************************
120800 2600-SCAN-FEEDHIST.
120900     MOVE 7 TO WS-SRC-IX.
121000     PERFORM 2960-SOURCE-WANTED THRU 2960-SOURCE-WANTED-EXIT.
121100     IF NOT WS-SOURCE-OPEN
121200         GO TO 2600-SCAN-FEEDHIST-EXIT
121300     END-IF.
121400     OPEN INPUT FHIST-FILE.
121500     MOVE WS-FHIST-STATUS TO WS-OPEN-STATUS.
121600     PERFORM 2980-NOTE-OPEN THRU 2980-NOTE-OPEN-EXIT.
121700     IF NOT WS-SOURCE-OPEN
121800         GO TO 2600-SCAN-FEEDHIST-EXIT
121900     END-IF.
122000     SET WS-SCAN-EOF TO FALSE.
122100     PERFORM 2650-READ-FEEDHIST THRU 2650-READ-FEEDHIST-EXIT
122200         UNTIL WS-SCAN-EOF.
122300     CLOSE FHIST-FILE.
122400 2600-SCAN-FEEDHIST-EXIT.
122500     EXIT.
122600
122700 2650-READ-FEEDHIST.
122800     READ FHIST-FILE
122900         AT END
123000             SET WS-SCAN-EOF TO TRUE
123100             GO TO 2650-READ-FEEDHIST-EXIT
123200     END-READ.
123300     MOVE SPACES             TO SRT-RECORD.
123400     MOVE FHIST-CHANGE-DATE  TO SRT-CHANGE-DATE.
123500     MOVE FHIST-CHANGE-TIME  TO SRT-CHANGE-TIME.
123600     MOVE FHIST-USER-ID      TO SRT-USER-ID.
123700     MOVE FHIST-ACTION       TO SRT-ACTION.
123800     MOVE FHIST-BEFORE-IMAGE TO SRT-BEFORE-IMAGE.
123900     MOVE FHIST-AFTER-IMAGE  TO SRT-AFTER-IMAGE.
124000     PERFORM 2950-OFFER-CHANGE THRU 2950-OFFER-CHANGE-EXIT.
124100 2650-READ-FEEDHIST-EXIT.
124200     EXIT.
124300
124400*****************************************************************
124500*  2700-SCAN-ENTLHIST  --  ENTLMNT GRANTS AND REVOKES.
124600*****************************************************************
124700 2700-SCAN-ENTLHIST.
124800     MOVE 8 TO WS-SRC-IX.
124900     PERFORM 2960-SOURCE-WANTED THRU 2960-SOURCE-WANTED-EXIT.
125000     IF NOT WS-SOURCE-OPEN
125100         GO TO 2700-SCAN-ENTLHIST-EXIT
125200     END-IF.
125300     OPEN INPUT EHIST-FILE.
125400     MOVE WS-EHIST-STATUS TO WS-OPEN-STATUS.
125500     PERFORM 2980-NOTE-OPEN THRU 2980-NOTE-OPEN-EXIT.
125600     IF NOT WS-SOURCE-OPEN
125700         GO TO 2700-SCAN-ENTLHIST-EXIT
125800     END-IF.
125900     SET WS-SCAN-EOF TO FALSE.
126000     PERFORM 2750-READ-ENTLHIST THRU 2750-READ-ENTLHIST-EXIT
126100         UNTIL WS-SCAN-EOF.
126200     CLOSE EHIST-FILE.
126300 2700-SCAN-ENTLHIST-EXIT.
126400     EXIT.
126500
126600 2750-READ-ENTLHIST.
126700     READ EHIST-FILE
126800         AT END
126900             SET WS-SCAN-EOF TO TRUE
127000             GO TO 2750-READ-ENTLHIST-EXIT
127100     END-READ.
127200     MOVE SPACES             TO SRT-RECORD.
127300     MOVE EHIST-CHANGE-DATE  TO SRT-CHANGE-DATE.
127400     MOVE EHIST-CHANGE-TIME  TO SRT-CHANGE-TIME.
127500     MOVE EHIST-USER-ID      TO SRT-USER-ID.
127600     MOVE EHIST-ACTION       TO SRT-ACTION.
127700     MOVE EHIST-BEFORE-IMAGE TO SRT-BEFORE-IMAGE.
127800     MOVE EHIST-AFTER-IMAGE  TO SRT-AFTER-IMAGE.
127900     PERFORM 2950-OFFER-CHANGE THRU 2950-OFFER-CHANGE-EXIT.
128000 2750-READ-ENTLHIST-EXIT.
128100     EXIT.
128200
128300*****************************************************************
128400*  2800-SCAN-SORDHIST  --  SORDMNT STANDING-ORDER CHANGES.
128500*****************************************************************
128600 2800-SCAN-SORDHIST.
128700     MOVE 9 TO WS-SRC-IX.
128800     PERFORM 2960-SOURCE-WANTED THRU 2960-SOURCE-WANTED-EXIT.
128900     IF NOT WS-SOURCE-OPEN
129000         GO TO 2800-SCAN-SORDHIST-EXIT
129100     END-IF.
129200     OPEN INPUT SHIST-FILE.
129300     MOVE WS-SHIST-STATUS TO WS-OPEN-STATUS.
129400     PERFORM 2980-NOTE-OPEN THRU 2980-NOTE-OPEN-EXIT.
129500     IF NOT WS-SOURCE-OPEN
129600         GO TO 2800-SCAN-SORDHIST-EXIT
129700     END-IF.
129800     SET WS-SCAN-EOF TO FALSE.
129900     PERFORM 2850-READ-SORDHIST THRU 2850-READ-SORDHIST-EXIT
130000         UNTIL WS-SCAN-EOF.
130100     CLOSE SHIST-FILE.
130200 2800-SCAN-SORDHIST-EXIT.
130300     EXIT.
130400
130500 2850-READ-SORDHIST.
130600     READ SHIST-FILE
130700         AT END
130800             SET WS-SCAN-EOF TO TRUE
130900             GO TO 2850-READ-SORDHIST-EXIT
131000     END-READ.
131100     MOVE SPACES             TO SRT-RECORD.
131200     MOVE SHIST-CHANGE-DATE  TO SRT-CHANGE-DATE.
131300     MOVE SHIST-CHANGE-TIME  TO SRT-CHANGE-TIME.
131400     MOVE SHIST-USER-ID      TO SRT-USER-ID.
131500     MOVE SHIST-ACTION       TO SRT-ACTION.
131600     MOVE SHIST-BEFORE-IMAGE TO SRT-BEFORE-IMAGE.
131700     MOVE SHIST-AFTER-IMAGE  TO SRT-AFTER-IMAGE.
131800     PERFORM 2950-OFFER-CHANGE THRU 2950-OFFER-CHANGE-EXIT.
131900 2850-READ-SORDHIST-EXIT.
132000     EXIT.
132100
132200*****************************************************************
132300*  2900-SCAN-PCLHIST  --  PERCLOSE PERIOD CLOSES AND REOPENS.
132400*****************************************************************
132500 2900-SCAN-PCLHIST.
132600     MOVE 10 TO WS-SRC-IX.
132700     PERFORM 2960-SOURCE-WANTED THRU 2960-SOURCE-WANTED-EXIT.
132800     IF NOT WS-SOURCE-OPEN
132900         GO TO 2900-SCAN-PCLHIST-EXIT
133000     END-IF.
133100     OPEN INPUT PCLH-FILE.
133200     MOVE WS-PCLH-STATUS TO WS-OPEN-STATUS.
133300     PERFORM 2980-NOTE-OPEN THRU 2980-NOTE-OPEN-EXIT.
133400     IF NOT WS-SOURCE-OPEN
133500         GO TO 2900-SCAN-PCLHIST-EXIT
133600     END-IF.
133700     SET WS-SCAN-EOF TO FALSE.
133800     PERFORM 2920-READ-PCLHIST THRU 2920-READ-PCLHIST-EXIT
133900         UNTIL WS-SCAN-EOF.
134000     CLOSE PCLH-FILE.
134100 2900-SCAN-PCLHIST-EXIT.
134200     EXIT.
134300
134400 2920-READ-PCLHIST.
134500     READ PCLH-FILE
134600         AT END
134700             SET WS-SCAN-EOF TO TRUE
134800             GO TO 2920-READ-PCLHIST-EXIT
134900     END-READ.
135000     MOVE SPACES            TO SRT-RECORD.
135100     MOVE PCLH-CHANGE-DATE  TO SRT-CHANGE-DATE.
135200     MOVE PCLH-CHANGE-TIME  TO SRT-CHANGE-TIME.
135300     MOVE PCLH-USER-ID      TO SRT-USER-ID.
135400     MOVE PCLH-ACTION       TO SRT-ACTION.
135500     MOVE PCLH-PERIOD-START TO SRT-EVT-PERIOD-START.
135600     MOVE PCLH-PERIOD-END   TO SRT-EVT-PERIOD-END.
135700     MOVE PCLH-REASON       TO SRT-EVT-REASON.
135800     PERFORM 2950-OFFER-CHANGE THRU 2950-OFFER-CHANGE-EXIT.
135900 2920-READ-PCLHIST-EXIT.
136000     EXIT.
136100
136200*****************************************************************
136300*  2950-OFFER-CHANGE  --  THE CHANGE BUILT IN THE SORT RECORD
136400*                    FROM SOURCE WS-SRC-IX IS RELEASED WHEN IT
136500*                    PASSES THE USER AND DATE SELECTION.  A
136600*                    RECORD WITH NO USABLE DATE OR TIME CANNOT BE
136700*                    PLACED IN THE LISTING AND IS COUNTED AS
136800*                    UNREADABLE INSTEAD.
136900*****************************************************************
137000 2950-OFFER-CHANGE.
137100     ADD 1 TO WS-SRC-READ-CNT (WS-SRC-IX).
137200     IF SRT-CHANGE-DATE NOT NUMERIC
137300         OR SRT-CHANGE-TIME NOT NUMERIC
137400         ADD 1 TO WS-BAD-CNT
137500         GO TO 2950-OFFER-CHANGE-EXIT
137600     END-IF.
137700     IF WS-SEL-USER-ID NOT = SPACES
137800         AND SRT-USER-ID NOT = WS-SEL-USER-ID
137900         GO TO 2950-OFFER-CHANGE-EXIT
138000     END-IF.
138100     IF SRT-CHANGE-DATE < WS-SEL-FROM-DATE
138200         OR SRT-CHANGE-DATE > WS-SEL-TO-DATE
138300         GO TO 2950-OFFER-CHANGE-EXIT
138400     END-IF.
138500     ADD 1 TO WS-SRT-SEQ.
138600     MOVE WS-SRT-SEQ TO SRT-SEQ.
138700     MOVE WS-SRC-IX TO SRT-SRC-IX.
138800     MOVE WS-SRC-UTIL-IX (WS-SRC-IX) TO SRT-UTIL-IX.
138900     RELEASE SRT-RECORD.
139000     ADD 1 TO WS-SRC-SEL-CNT (WS-SRC-IX).
139100 2950-OFFER-CHANGE-EXIT.
139200     EXIT.
139300
139400*****************************************************************
139500*  2960-SOURCE-WANTED  --  A SOURCE IS READ ONLY WHEN NO UTILITY
139600*                    WAS SELECTED OR IT BELONGS TO THE ONE THAT
139700*                    WAS.  WS-SOURCE-OPEN SAYS WHETHER TO GO ON.
139800*****************************************************************
139900 2960-SOURCE-WANTED.
140000     SET WS-SOURCE-OPEN TO TRUE.
140100     IF WS-SEL-UTILITY = SPACES
140200         GO TO 2960-SOURCE-WANTED-EXIT
140300     END-IF.
140400     IF WS-UTIL-NAME (WS-SRC-UTIL-IX (WS-SRC-IX))
140500         = WS-SEL-UTILITY
140600         GO TO 2960-SOURCE-WANTED-EXIT
140700     END-IF.
140800     SET WS-SOURCE-OPEN TO FALSE.
140900     MOVE 'NOT SELECTED' TO WS-SRC-STATE (WS-SRC-IX).
141000 2960-SOURCE-WANTED-EXIT.
141100     EXIT.
141200
141300*****************************************************************
141400*  2980-NOTE-OPEN  --  RECORD WHETHER SOURCE WS-SRC-IX OPENED
141500*                    (WS-OPEN-STATUS).  A MISSING OR UNREADABLE
141600*                    SOURCE IS WARNED OF AND NOTED ON THE REPORT.
141700*****************************************************************
141800 2980-NOTE-OPEN.
141900     IF WS-OPEN-STATUS = '00'
142000         SET WS-SOURCE-OPEN TO TRUE
142100         MOVE 'READ' TO WS-SRC-STATE (WS-SRC-IX)
142200         GO TO 2980-NOTE-OPEN-EXIT
142300     END-IF.
142400     SET WS-SOURCE-OPEN TO FALSE.
142500     ADD 1 TO WS-SRC-MISSING-CNT.
142600     IF WS-OPEN-STATUS = '35'
142700         MOVE 'NOT AVAILABLE' TO WS-SRC-STATE (WS-SRC-IX)
142800     ELSE
142900         STRING 'OPEN FAILED - STATUS ' WS-OPEN-STATUS
143000             DELIMITED BY SIZE INTO WS-SRC-STATE (WS-SRC-IX)
143100     END-IF.
143200     DISPLAY 'CHGAUDIT0005W - ' WS-SRC-NAME (WS-SRC-IX)
143300         ' COULD NOT BE OPENED (STATUS ' WS-OPEN-STATUS
143400         ') - NOT AUDITED'.
143500 2980-NOTE-OPEN-EXIT.
143600     EXIT.
143700
143800*****************************************************************
143900*  3000-PRINT-CHANGES  --  SORT OUTPUT PROCEDURE.  PRINT EVERY
144000*                    SELECTED CHANGE IN DATE AND TIME ORDER, EACH
144100*                    FOLLOWED BY WHAT IT CHANGED, AND COUNT IT
144200*                    FOR THE SUMMARY AND EXCEPTIONS PAGES.
144300*****************************************************************
144400 3000-PRINT-CHANGES.
144500     MOVE 'CHANGES IN DATE AND TIME ORDER' TO SECT-TITLE.
144600     MOVE WS-SECTION-LINE TO RPT-LINE.
144700     WRITE RPT-LINE.
144800     MOVE WS-CHG-HDG TO RPT-LINE.
144900     WRITE RPT-LINE.
145000     MOVE WS-CHG-HDG-2 TO RPT-LINE.
145100     WRITE RPT-LINE.
145200     PERFORM 3050-PRINT-ONE-CHANGE THRU 3050-PRINT-ONE-CHANGE-EXIT
145300         UNTIL WS-SORT-EOF.
145400     IF WS-CHANGE-CNT = ZERO
145500         MOVE 'NONE' TO SECT-TITLE
145600         MOVE WS-SECTION-LINE TO RPT-LINE
145700         WRITE RPT-LINE
145800     END-IF.
145900 3000-PRINT-CHANGES-EXIT.
146000     EXIT.
146100
146200 3050-PRINT-ONE-CHANGE.
146300     RETURN SORT-FILE
146400         AT END
146500             SET WS-SORT-EOF TO TRUE
146600             GO TO 3050-PRINT-ONE-CHANGE-EXIT
146700     END-RETURN.
146800     ADD 1 TO WS-CHANGE-CNT.
146900     MOVE SPACES TO RPT-LINE.
147000     WRITE RPT-LINE.
147100     MOVE SRT-UTIL-IX TO WS-UTIL-IX.
147200     MOVE SRT-CHANGE-DATE TO CHG-DATE.
147300     MOVE SRT-CHANGE-TIME TO WS-TIME-WORK.
147400     MOVE WS-TW-HH TO TDSP-HH.
147500     MOVE WS-TW-MM TO TDSP-MM.
147600     MOVE WS-TW-SS TO TDSP-SS.
147700     MOVE WS-TIME-DISPLAY TO CHG-TIME.
147800     MOVE SRT-USER-ID TO CHG-USER.
147900     MOVE WS-UTIL-NAME (WS-UTIL-IX) TO CHG-UTILITY.
148000     MOVE WS-SRC-NAME (SRT-SRC-IX) TO CHG-SOURCE.
148100     PERFORM 3060-ACTION-TEXT THRU 3060-ACTION-TEXT-EXIT.
148200     MOVE SPACES TO CHG-KEY.
148300     MOVE SRT-BEFORE-IMAGE TO WS-BEFORE-IMAGE.
148400     MOVE SRT-AFTER-IMAGE  TO WS-AFTER-IMAGE.
148500     EVALUATE WS-UTIL-IX
148600         WHEN 1
148700             PERFORM 3100-DECODE-LOOPCTL
148800                 THRU 3100-DECODE-LOOPCTL-EXIT
148900         WHEN 2
149000             PERFORM 3150-DECODE-ACCOUNT
149100                 THRU 3150-DECODE-ACCOUNT-EXIT
149200         WHEN 3
149300             PERFORM 3200-DETAIL-APPROVAL
149400                 THRU 3200-DETAIL-APPROVAL-EXIT
149500         WHEN 4
149600             PERFORM 3250-DETAIL-DISPOSITION
149700                 THRU 3250-DETAIL-DISPOSITION-EXIT
149800         WHEN 5
149900             PERFORM 3300-DETAIL-RESET
150000                 THRU 3300-DETAIL-RESET-EXIT
150100         WHEN 6
150200             PERFORM 3350-DECODE-FEEDREG
150300                 THRU 3350-DECODE-FEEDREG-EXIT
150400         WHEN 7
150500             PERFORM 3400-DECODE-ENTITLEMENT
150600                 THRU 3400-DECODE-ENTITLEMENT-EXIT
150700         WHEN 8
150800             PERFORM 3450-DECODE-ORDER
150900                 THRU 3450-DECODE-ORDER-EXIT
151000         WHEN 9
151100             PERFORM 3500-DETAIL-PERIOD
151200                 THRU 3500-DETAIL-PERIOD-EXIT
151300     END-EVALUATE.
151400     PERFORM 3700-COUNT-CHANGE THRU 3700-COUNT-CHANGE-EXIT.
151500     PERFORM 3800-CHECK-EXCEPTION THRU 3800-CHECK-EXCEPTION-EXIT.
151600 3050-PRINT-ONE-CHANGE-EXIT.
151700     EXIT.
151800
151900*****************************************************************
152000*  3060-ACTION-TEXT  --  WHAT THE UTILITY'S ACTION CODE MEANS.
152100*                    A CODE THE TABLE DOES NOT KNOW IS SHOWN AS
152200*                    IT STANDS.
152300*****************************************************************
152400 3060-ACTION-TEXT.
152500     SET WS-ACT-FOUND TO FALSE.
152600     MOVE ZERO TO WS-ACT-IX.
152700     PERFORM 3070-CHECK-ONE-ACTION THRU 3070-CHECK-ONE-ACTION-EXIT
152800         WS-ACT-ENTRIES TIMES.
152900     IF NOT WS-ACT-FOUND
153000         MOVE SPACES TO CHG-ACTION
153100         STRING 'CODE ' SRT-ACTION
153200             DELIMITED BY SIZE INTO CHG-ACTION
153300     END-IF.
153400 3060-ACTION-TEXT-EXIT.
153500     EXIT.
153600
153700 3070-CHECK-ONE-ACTION.
153800     ADD 1 TO WS-ACT-IX.
153900     IF NOT WS-ACT-FOUND
154000         AND WS-ACT-UTIL-IX (WS-ACT-IX) = WS-UTIL-IX
154100         AND WS-ACT-CODE (WS-ACT-IX) = SRT-ACTION
154200         SET WS-ACT-FOUND TO TRUE
154300         MOVE WS-ACT-TEXT (WS-ACT-IX) TO CHG-ACTION
154400     END-IF.
154500 3070-CHECK-ONE-ACTION-EXIT.
154600     EXIT.
154700
154800*****************************************************************
154900*  3100-DECODE-LOOPCTL  --  LOOPCTL INSTANCE RECORD, FIELD BY
155000*                    FIELD.  THE KEY IS THE INSTANCE NAME FROM
155100*                    WHICHEVER IMAGE HAS ONE.
155200*****************************************************************
155300 3100-DECODE-LOOPCTL.
155400     MOVE WS-ALC-NAME TO CHG-KEY.
155500     IF WS-ALC-NAME = SPACES
155600         MOVE WS-BLC-NAME TO CHG-KEY
155700     END-IF.
155800     PERFORM 3900-WRITE-CHANGE-LINE
155900         THRU 3900-WRITE-CHANGE-LINE-EXIT.
156000     MOVE 'INSTANCE'          TO DIF-FIELD.
156100     MOVE WS-BLC-NAME         TO DIF-BEFORE.
156200     MOVE WS-ALC-NAME         TO DIF-AFTER.
156300     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
156400     MOVE 'START VALUE'       TO DIF-FIELD.
156500     MOVE WS-BLC-START-VALUE  TO DIF-BEFORE.
156600     MOVE WS-ALC-START-VALUE  TO DIF-AFTER.
156700     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
156800     MOVE 'MAX VALUE'         TO DIF-FIELD.
156900     MOVE WS-BLC-MAX-VALUE    TO DIF-BEFORE.
157000     MOVE WS-ALC-MAX-VALUE    TO DIF-AFTER.
157100     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
157200     MOVE 'LOG INTERVAL'      TO DIF-FIELD.
157300     MOVE WS-BLC-LOG-INTERVAL TO DIF-BEFORE.
157400     MOVE WS-ALC-LOG-INTERVAL TO DIF-AFTER.
157500     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
157600     MOVE 'INPUT DSN'         TO DIF-FIELD.
157700     MOVE WS-BLC-TRAN-DSN     TO DIF-BEFORE.
157800     MOVE WS-ALC-TRAN-DSN     TO DIF-AFTER.
157900     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
158000 3100-DECODE-LOOPCTL-EXIT.
158100     EXIT.
158200
158300*****************************************************************
158400*  3150-DECODE-ACCOUNT  --  THE ACCTMNT-MAINTAINED PART OF THE
158500*                    ACCOUNT RECORD, FIELD BY FIELD.
158600*****************************************************************
158700 3150-DECODE-ACCOUNT.
158800     MOVE WS-AAC-NUMBER TO CHG-KEY.
158900     IF WS-AAC-NUMBER = SPACES
159000         MOVE WS-BAC-NUMBER TO CHG-KEY
159100     END-IF.
159200     PERFORM 3900-WRITE-CHANGE-LINE
159300         THRU 3900-WRITE-CHANGE-LINE-EXIT.
159400     MOVE 'ACCOUNT'           TO DIF-FIELD.
159500     MOVE WS-BAC-NUMBER       TO DIF-BEFORE.
159600     MOVE WS-AAC-NUMBER       TO DIF-AFTER.
159700     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
159800     MOVE 'NAME'              TO DIF-FIELD.
159900     MOVE WS-BAC-NAME         TO DIF-BEFORE.
160000     MOVE WS-AAC-NAME         TO DIF-AFTER.
160100     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
160200     MOVE 'STATUS'            TO DIF-FIELD.
160300     MOVE WS-BAC-STATUS       TO DIF-BEFORE.
160400     MOVE WS-AAC-STATUS       TO DIF-AFTER.
160500     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
160600     MOVE 'OPEN DATE'         TO DIF-FIELD.
160700     MOVE WS-BAC-OPEN-DATE    TO DIF-BEFORE.
160800     MOVE WS-AAC-OPEN-DATE    TO DIF-AFTER.
160900     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
161000     MOVE 'CLOSE DATE'        TO DIF-FIELD.
161100     MOVE WS-BAC-CLOSE-DATE   TO DIF-BEFORE.
161200     MOVE WS-AAC-CLOSE-DATE   TO DIF-AFTER.
161300     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
161400 3150-DECODE-ACCOUNT-EXIT.
161500     EXIT.
161600
161700*****************************************************************
161800*  3200-DETAIL-APPROVAL  --  APPRUTIL DECISION: THE HELD ITEM,
161900*                    ITS INSTANCE AND AMOUNT, AND THE REASON.
162000*****************************************************************
162100 3200-DETAIL-APPROVAL.
162200     MOVE SRT-EVT-TRAN-ID TO CHG-KEY.
162300     PERFORM 3900-WRITE-CHANGE-LINE
162400         THRU 3900-WRITE-CHANGE-LINE-EXIT.
162500     PERFORM 3550-NOTE-ITEM THRU 3550-NOTE-ITEM-EXIT.
162600 3200-DETAIL-APPROVAL-EXIT.
162700     EXIT.
162800
162900*****************************************************************
163000*  3250-DETAIL-DISPOSITION  --  DUPRES DISPOSITION: THE
163100*                    SUSPENDED ITEM, THE NEW TRAN-ID IT WAS
163200*                    RELEASED UNDER, AND THE REASON.
163300*****************************************************************
163400 3250-DETAIL-DISPOSITION.
163500     MOVE SRT-EVT-TRAN-ID TO CHG-KEY.
163600     PERFORM 3900-WRITE-CHANGE-LINE
163700         THRU 3900-WRITE-CHANGE-LINE-EXIT.
163800     IF SRT-EVT-NEW-TRAN-ID NOT = SPACES
163900         MOVE 'RELEASED AS'       TO NOTE-LABEL
164000         MOVE SRT-EVT-NEW-TRAN-ID TO NOTE-VALUE
164100         PERFORM 3960-WRITE-NOTE THRU 3960-WRITE-NOTE-EXIT
164200     END-IF.
164300     PERFORM 3550-NOTE-ITEM THRU 3550-NOTE-ITEM-EXIT.
164400 3250-DETAIL-DISPOSITION-EXIT.
164500     EXIT.
164600
164700*****************************************************************
164800*  3300-DETAIL-RESET  --  CKPTUTIL RESET OR DELETE: THE
164900*                    CHECKPOINT COUNT BEFORE AND AFTER.
165000*****************************************************************
165100 3300-DETAIL-RESET.
165200     MOVE SRT-EVT-LOOP-NAME TO CHG-KEY.
165300     PERFORM 3900-WRITE-CHANGE-LINE
165400         THRU 3900-WRITE-CHANGE-LINE-EXIT.
165500     MOVE 'CHECKPOINT COUNT' TO DIF-FIELD.
165600     MOVE SRT-EVT-OLD-COUNT TO WS-CNT-EDIT.
165700     MOVE WS-CNT-EDIT TO DIF-BEFORE.
165800     IF SRT-ACTION = 'D'
165900         MOVE 'NO CHECKPOINT' TO DIF-AFTER
166000     ELSE
166100         MOVE SRT-EVT-NEW-COUNT TO WS-CNT-EDIT
166200         MOVE WS-CNT-EDIT TO DIF-AFTER
166300     END-IF.
166400     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
166500 3300-DETAIL-RESET-EXIT.
166600     EXIT.
166700
166800*****************************************************************
166900*  3350-DECODE-FEEDREG  --  FEED-REGISTER RECORD, FIELD BY
167000*                    FIELD.
167100*****************************************************************
167200 3350-DECODE-FEEDREG.
167300     MOVE WS-AFR-SENDER-ID TO CHG-KEY.
167400     IF WS-AFR-SENDER-ID = SPACES
167500         MOVE WS-BFR-SENDER-ID TO CHG-KEY
167600     END-IF.
167700     PERFORM 3900-WRITE-CHANGE-LINE
167800         THRU 3900-WRITE-CHANGE-LINE-EXIT.
167900     MOVE 'SENDER'            TO DIF-FIELD.
168000     MOVE WS-BFR-SENDER-ID    TO DIF-BEFORE.
168100     MOVE WS-AFR-SENDER-ID    TO DIF-AFTER.
168200     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
168300     MOVE 'SENDER NAME'       TO DIF-FIELD.
168400     MOVE WS-BFR-SENDER-NAME  TO DIF-BEFORE.
168500     MOVE WS-AFR-SENDER-NAME  TO DIF-AFTER.
168600     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
168700     MOVE 'INSTANCE'          TO DIF-FIELD.
168800     MOVE WS-BFR-LOOP-NAME    TO DIF-BEFORE.
168900     MOVE WS-AFR-LOOP-NAME    TO DIF-AFTER.
169000     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
169100     MOVE 'EXPECTED DAILY'    TO DIF-FIELD.
169200     MOVE WS-BFR-EXPECTED-FLAG TO DIF-BEFORE.
169300     MOVE WS-AFR-EXPECTED-FLAG TO DIF-AFTER.
169400     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
169500     MOVE 'LAST SEQUENCE'     TO DIF-FIELD.
169600     MOVE WS-BFR-LAST-SEQ     TO DIF-BEFORE.
169700     MOVE WS-AFR-LAST-SEQ     TO DIF-AFTER.
169800     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
169900     MOVE 'LAST CREATED'      TO DIF-FIELD.
170000     MOVE WS-BFR-LAST-CREATE-DATE TO DIF-BEFORE.
170100     MOVE WS-AFR-LAST-CREATE-DATE TO DIF-AFTER.
170200     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
170300     MOVE 'LAST RECEIVED'     TO DIF-FIELD.
170400     MOVE WS-BFR-LAST-RECV-DATE TO DIF-BEFORE.
170500     MOVE WS-AFR-LAST-RECV-DATE TO DIF-AFTER.
170600     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
170700     MOVE 'RECEIVED TIME'     TO DIF-FIELD.
170800     MOVE WS-BFR-LAST-RECV-TIME TO DIF-BEFORE.
170900     MOVE WS-AFR-LAST-RECV-TIME TO DIF-AFTER.
171000     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
171100 3350-DECODE-FEEDREG-EXIT.
171200     EXIT.
171300
171400*****************************************************************
171500*  3400-DECODE-ENTITLEMENT  --  ENTITLEMENT RECORD, FIELD BY
171600*                    FIELD.  THE KEY IS THE ENTITLED USER, THE
171700*                    UTILITY AND THE ACTION.
171800*****************************************************************
171900 3400-DECODE-ENTITLEMENT.
172000     IF WS-AEN-USER-ID NOT = SPACES
172100         STRING WS-AEN-USER-ID ' ' WS-AEN-UTILITY ' '
172200             WS-AEN-ACTION
172300             DELIMITED BY SIZE INTO CHG-KEY
172400     ELSE
172500         STRING WS-BEN-USER-ID ' ' WS-BEN-UTILITY ' '
172600             WS-BEN-ACTION
172700             DELIMITED BY SIZE INTO CHG-KEY
172800     END-IF.
172900     PERFORM 3900-WRITE-CHANGE-LINE
173000         THRU 3900-WRITE-CHANGE-LINE-EXIT.
173100     MOVE 'ENTITLED USER'     TO DIF-FIELD.
173200     MOVE WS-BEN-USER-ID      TO DIF-BEFORE.
173300     MOVE WS-AEN-USER-ID      TO DIF-AFTER.
173400     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
173500     MOVE 'UTILITY'           TO DIF-FIELD.
173600     MOVE WS-BEN-UTILITY      TO DIF-BEFORE.
173700     MOVE WS-AEN-UTILITY      TO DIF-AFTER.
173800     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
173900     MOVE 'ACTION'            TO DIF-FIELD.
174000     MOVE WS-BEN-ACTION       TO DIF-BEFORE.
174100     MOVE WS-AEN-ACTION       TO DIF-AFTER.
174200     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
174300     MOVE 'GRANT DATE'        TO DIF-FIELD.
174400     MOVE WS-BEN-GRANT-DATE   TO DIF-BEFORE.
174500     MOVE WS-AEN-GRANT-DATE   TO DIF-AFTER.
174600     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
174700     MOVE 'GRANTED BY'        TO DIF-FIELD.
174800     MOVE WS-BEN-GRANTED-BY   TO DIF-BEFORE.
174900     MOVE WS-AEN-GRANTED-BY   TO DIF-AFTER.
175000     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
175100 3400-DECODE-ENTITLEMENT-EXIT.
175200     EXIT.
175300
175400*****************************************************************
175500*  3450-DECODE-ORDER  --  THE SORDMNT-MAINTAINED PART OF THE
175600*                    STANDING ORDER, FIELD BY FIELD.  THE AMOUNT
175700*                    IS EDITED WHEN THE IMAGE HOLDS ONE.
175800*****************************************************************
175900 3450-DECODE-ORDER.
176000     MOVE WS-ASO-ID TO CHG-KEY.
176100     IF WS-ASO-ID = SPACES
176200         MOVE WS-BSO-ID TO CHG-KEY
176300     END-IF.
176400     PERFORM 3900-WRITE-CHANGE-LINE
176500         THRU 3900-WRITE-CHANGE-LINE-EXIT.
176600     MOVE 'ORDER'             TO DIF-FIELD.
176700     MOVE WS-BSO-ID           TO DIF-BEFORE.
176800     MOVE WS-ASO-ID           TO DIF-AFTER.
176900     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
177000     MOVE 'INSTANCE'          TO DIF-FIELD.
177100     MOVE WS-BSO-LOOP-NAME    TO DIF-BEFORE.
177200     MOVE WS-ASO-LOOP-NAME    TO DIF-AFTER.
177300     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
177400     MOVE 'ACCOUNT'           TO DIF-FIELD.
177500     MOVE WS-BSO-ACCOUNT      TO DIF-BEFORE.
177600     MOVE WS-ASO-ACCOUNT      TO DIF-AFTER.
177700     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
177800     MOVE 'TYPE CODE'         TO DIF-FIELD.
177900     MOVE WS-BSO-TYPE-CODE    TO DIF-BEFORE.
178000     MOVE WS-ASO-TYPE-CODE    TO DIF-AFTER.
178100     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
178200     MOVE 'AMOUNT'            TO DIF-FIELD.
178300     MOVE SPACES              TO DIF-BEFORE.
178400     IF WS-BSO-AMOUNT NUMERIC
178500         MOVE WS-BSO-AMOUNT   TO WS-AMT-EDIT
178600         MOVE WS-AMT-EDIT     TO DIF-BEFORE
178700     END-IF.
178800     MOVE SPACES              TO DIF-AFTER.
178900     IF WS-ASO-AMOUNT NUMERIC
179000         MOVE WS-ASO-AMOUNT   TO WS-AMT-EDIT
179100         MOVE WS-AMT-EDIT     TO DIF-AFTER
179200     END-IF.
179300     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
179400     MOVE 'FREQUENCY'         TO DIF-FIELD.
179500     MOVE WS-BSO-FREQUENCY    TO DIF-BEFORE.
179600     MOVE WS-ASO-FREQUENCY    TO DIF-AFTER.
179700     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
179800     MOVE 'DAY'               TO DIF-FIELD.
179900     MOVE WS-BSO-DAY          TO DIF-BEFORE.
180000     MOVE WS-ASO-DAY          TO DIF-AFTER.
180100     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
180200     MOVE 'START DATE'        TO DIF-FIELD.
180300     MOVE WS-BSO-START-DATE   TO DIF-BEFORE.
180400     MOVE WS-ASO-START-DATE   TO DIF-AFTER.
180500     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
180600     MOVE 'END DATE'          TO DIF-FIELD.
180700     MOVE WS-BSO-END-DATE     TO DIF-BEFORE.
180800     MOVE WS-ASO-END-DATE     TO DIF-AFTER.
180900     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
181000     MOVE 'STATUS'            TO DIF-FIELD.
181100     MOVE WS-BSO-STATUS       TO DIF-BEFORE.
181200     MOVE WS-ASO-STATUS       TO DIF-AFTER.
181300     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
181400     MOVE 'ENTERED BY'        TO DIF-FIELD.
181500     MOVE WS-BSO-ENTERED-BY   TO DIF-BEFORE.
181600     MOVE WS-ASO-ENTERED-BY   TO DIF-AFTER.
181700     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
181800     MOVE 'CHANGED BY'        TO DIF-FIELD.
181900     MOVE WS-BSO-CHANGED-BY   TO DIF-BEFORE.
182000     MOVE WS-ASO-CHANGED-BY   TO DIF-AFTER.
182100     PERFORM 3950-WRITE-DIFF THRU 3950-WRITE-DIFF-EXIT.
182200 3450-DECODE-ORDER-EXIT.
182300     EXIT.
182400
182500*****************************************************************
182600*  3500-DETAIL-PERIOD  --  PERCLOSE CLOSE OR REOPEN: THE PERIOD
182700*                    AND, FOR A REOPEN, THE REASON GIVEN.
182800*****************************************************************
182900 3500-DETAIL-PERIOD.
183000     STRING SRT-EVT-PERIOD-START '-' SRT-EVT-PERIOD-END
183100         DELIMITED BY SIZE INTO CHG-KEY.
183200     PERFORM 3900-WRITE-CHANGE-LINE
183300         THRU 3900-WRITE-CHANGE-LINE-EXIT.
183400     IF SRT-EVT-REASON NOT = SPACES
183500         MOVE 'REASON'       TO NOTE-LABEL
183600         MOVE SRT-EVT-REASON TO NOTE-VALUE
183700         PERFORM 3960-WRITE-NOTE THRU 3960-WRITE-NOTE-EXIT
183800     END-IF.
183900 3500-DETAIL-PERIOD-EXIT.
184000     EXIT.
184100
184200*****************************************************************
184300*  3550-NOTE-ITEM  --  INSTANCE, AMOUNT AND REASON OF A HELD OR
184400*                    SUSPENDED ITEM.
184500*****************************************************************
184600 3550-NOTE-ITEM.
184700     IF SRT-EVT-LOOP-NAME NOT = SPACES
184800         MOVE 'INSTANCE'        TO NOTE-LABEL
184900         MOVE SRT-EVT-LOOP-NAME TO NOTE-VALUE
185000         PERFORM 3960-WRITE-NOTE THRU 3960-WRITE-NOTE-EXIT
185100     END-IF.
185200     IF SRT-EVT-AMOUNT NUMERIC
185300         MOVE 'AMOUNT'          TO NOTE-LABEL
185400         MOVE SRT-EVT-AMOUNT    TO WS-AMT-EDIT
185500         MOVE WS-AMT-EDIT       TO NOTE-VALUE
185600         PERFORM 3960-WRITE-NOTE THRU 3960-WRITE-NOTE-EXIT
185700     END-IF.
185800     IF SRT-EVT-REASON NOT = SPACES
185900         MOVE 'REASON'          TO NOTE-LABEL
186000         MOVE SRT-EVT-REASON    TO NOTE-VALUE
186100         PERFORM 3960-WRITE-NOTE THRU 3960-WRITE-NOTE-EXIT
186200     END-IF.
186300 3550-NOTE-ITEM-EXIT.
186400     EXIT.
186500
186600*****************************************************************
186700*  3700-COUNT-CHANGE  --  ADD THE CHANGE TO ITS USER'S COUNT FOR
186800*                    THE UTILITY.  MORE USERS THAN THE TABLE
186900*                    HOLDS IS FATAL RATHER THAN SILENT
187000*                    TRUNCATION.
187100*****************************************************************
187200 3700-COUNT-CHANGE.
187300     SET WS-USR-FOUND TO FALSE.
187400     MOVE ZERO TO WS-USR-IX.
187500     PERFORM 3750-CHECK-ONE-USER THRU 3750-CHECK-ONE-USER-EXIT
187600         WS-USR-COUNT TIMES.
187700     IF NOT WS-USR-FOUND
187800         IF WS-USR-COUNT >= WS-USR-MAX-ENTRIES
187900             DISPLAY 'CHGAUDIT0007E - USERS EXCEED '
188000                 WS-USR-MAX-ENTRIES ' - TABLE FULL'
188100             MOVE 16 TO RETURN-CODE
188200             STOP RUN
188300         END-IF
188400         ADD 1 TO WS-USR-COUNT
188500         INITIALIZE WS-USR-ENTRY (WS-USR-COUNT)
188600         MOVE SRT-USER-ID TO WS-USR-ID (WS-USR-COUNT)
188700         MOVE WS-USR-COUNT TO WS-USR-FOUND-IX
188800     END-IF.
188900     ADD 1 TO WS-USR-CNT (WS-USR-FOUND-IX, WS-UTIL-IX).
189000     ADD 1 TO WS-USR-TOTAL (WS-USR-FOUND-IX).
189100     ADD 1 TO WS-UTIL-TOT (WS-UTIL-IX).
189200 3700-COUNT-CHANGE-EXIT.
189300     EXIT.
189400
189500 3750-CHECK-ONE-USER.
189600     ADD 1 TO WS-USR-IX.
189700     IF NOT WS-USR-FOUND
189800         AND WS-USR-ID (WS-USR-IX) = SRT-USER-ID
189900         SET WS-USR-FOUND TO TRUE
190000         MOVE WS-USR-IX TO WS-USR-FOUND-IX
190100     END-IF.
190200 3750-CHECK-ONE-USER-EXIT.
190300     EXIT.
190400
190500*****************************************************************
190600*  3800-CHECK-EXCEPTION  --  A CHANGE DATED ON A WEEKEND OR A
190700*                    RUNCALF HOLIDAY, OR TIMED OUTSIDE BUSINESS
190800*                    HOURS, IS HELD FOR THE EXCEPTIONS PAGE.
190900*****************************************************************
191000 3800-CHECK-EXCEPTION.
191100     MOVE SPACES TO EXC-DAY-TEXT.
191200     MOVE SPACES TO EXC-HOURS-TEXT.
191300     MOVE SRT-CHANGE-DATE TO WS-WORK-DATE.
191400     PERFORM 8100-DAY-OF-WEEK THRU 8100-DAY-OF-WEEK-EXIT.
191500     IF WS-Z-DOW = 0 OR WS-Z-DOW = 1
191600         MOVE 'WEEKEND' TO EXC-DAY-TEXT
191700     ELSE
191800         SET WS-IS-HOLIDAY TO FALSE
191900         MOVE ZERO TO WS-HOL-IX
192000         PERFORM 3850-CHECK-ONE-HOLIDAY
192100             THRU 3850-CHECK-ONE-HOLIDAY-EXIT
192200             WS-HOL-COUNT TIMES
192300         IF WS-IS-HOLIDAY
192400             MOVE 'HOLIDAY' TO EXC-DAY-TEXT
192500         END-IF
192600     END-IF.
192700     COMPUTE WS-CHG-HHMM = (WS-TW-HH * 100) + WS-TW-MM.
192800     IF WS-CHG-HHMM < WS-HOURS-FROM
192900         OR WS-CHG-HHMM NOT < WS-HOURS-TO
193000         MOVE 'OUTSIDE BUSINESS HOURS' TO EXC-HOURS-TEXT
193100     END-IF.
193200     IF EXC-DAY-TEXT = SPACES AND EXC-HOURS-TEXT = SPACES
193300         GO TO 3800-CHECK-EXCEPTION-EXIT
193400     END-IF.
193500     IF WS-EXC-COUNT >= WS-EXC-MAX-ENTRIES
193600         DISPLAY 'CHGAUDIT0008E - EXCEPTIONS EXCEED '
193700             WS-EXC-MAX-ENTRIES ' - TABLE FULL'
193800         MOVE 16 TO RETURN-CODE
193900         STOP RUN
194000     END-IF.
194100     MOVE CHG-DATE    TO EXC-DATE.
194200     MOVE CHG-TIME    TO EXC-TIME.
194300     MOVE CHG-USER    TO EXC-USER.
194400     MOVE CHG-UTILITY TO EXC-UTILITY.
194500     MOVE CHG-ACTION  TO EXC-ACTION.
194600     MOVE CHG-KEY     TO EXC-KEY.
194700     ADD 1 TO WS-EXC-COUNT.
194800     MOVE WS-EXC-LINE TO WS-EXC-IMAGE (WS-EXC-COUNT).
194900 3800-CHECK-EXCEPTION-EXIT.
195000     EXIT.
195100
195200 3850-CHECK-ONE-HOLIDAY.
195300     ADD 1 TO WS-HOL-IX.
195400     IF WS-HOL-DATE (WS-HOL-IX) = WS-WORK-DATE
195500         SET WS-IS-HOLIDAY TO TRUE
195600     END-IF.
195700 3850-CHECK-ONE-HOLIDAY-EXIT.
195800     EXIT.
195900
196000*****************************************************************
196100*  3900-WRITE-CHANGE-LINE  --  THE CHANGE ITSELF: WHEN, WHO,
196200*                    WHICH UTILITY, WHAT ACTION, ON WHAT.
196300*****************************************************************
196400 3900-WRITE-CHANGE-LINE.
196500     MOVE WS-CHG-LINE TO RPT-LINE.
196600     WRITE RPT-LINE.
196700 3900-WRITE-CHANGE-LINE-EXIT.
196800     EXIT.
196900
197000*****************************************************************
197100*  3950-WRITE-DIFF  --  ONE FIELD OF A BEFORE/AFTER PAIR, SHOWN
197200*                    ONLY WHEN IT CHANGED.  AN ADD SHOWS EVERY
197300*                    FIELD WITH A BLANK BEFORE, A DELETE EVERY
197400*                    FIELD WITH A BLANK AFTER.
197500*****************************************************************
197600 3950-WRITE-DIFF.
197700     IF DIF-BEFORE = DIF-AFTER
197800         GO TO 3950-WRITE-DIFF-EXIT
197900     END-IF.
198000     MOVE WS-DIF-LINE TO RPT-LINE.
198100     WRITE RPT-LINE.
198200 3950-WRITE-DIFF-EXIT.
198300     EXIT.
198400
198500 3960-WRITE-NOTE.
198600     MOVE WS-NOTE-LINE TO RPT-LINE.
198700     WRITE RPT-LINE.
198800 3960-WRITE-NOTE-EXIT.
198900     EXIT.
199000
199100*****************************************************************
199200*  5000-PRINT-SUMMARY  --  SUMMARY PAGE: CHANGES PER USER PER
199300*                    UTILITY, WITH THE TOTAL FOR EACH UTILITY.
199400*****************************************************************
199500 5000-PRINT-SUMMARY.
199600     MOVE 'SUMMARY OF CHANGES BY USER AND UTILITY' TO SECT-TITLE.
199700     MOVE SPACES TO RPT-LINE.
199800     WRITE RPT-LINE.
199900     MOVE WS-SECTION-LINE TO RPT-LINE.
200000     WRITE RPT-LINE.
200100     MOVE ZERO TO WS-UTIL-IX.
200200     PERFORM 5050-SUMMARY-HEADING THRU 5050-SUMMARY-HEADING-EXIT
200300         9 TIMES.
200400     MOVE WS-SUM-HDG TO RPT-LINE.
200500     WRITE RPT-LINE.
200600     MOVE ZERO TO WS-USR-IX.
200700     PERFORM 5100-SUMMARY-ONE-USER THRU 5100-SUMMARY-ONE-USER-EXIT
200800         WS-USR-COUNT TIMES.
200900     MOVE 'ALL USERS' TO SUM-USER.
201000     MOVE ZERO TO WS-UTIL-IX.
201100     PERFORM 5200-SUMMARY-ONE-TOTAL
201200         THRU 5200-SUMMARY-ONE-TOTAL-EXIT
201300         9 TIMES.
201400     MOVE WS-CHANGE-CNT TO SUM-TOTAL.
201500     MOVE WS-SUM-LINE TO RPT-LINE.
201600     WRITE RPT-LINE.
201700 5000-PRINT-SUMMARY-EXIT.
201800     EXIT.
201900
202000 5050-SUMMARY-HEADING.
202100     ADD 1 TO WS-UTIL-IX.
202200     MOVE WS-UTIL-NAME (WS-UTIL-IX) TO SUM-HDG-NAME (WS-UTIL-IX).
202300 5050-SUMMARY-HEADING-EXIT.
202400     EXIT.
202500
202600 5100-SUMMARY-ONE-USER.
202700     ADD 1 TO WS-USR-IX.
202800     MOVE WS-USR-ID (WS-USR-IX) TO SUM-USER.
202900     IF WS-USR-ID (WS-USR-IX) = SPACES
203000         MOVE '(NONE)' TO SUM-USER
203100     END-IF.
203200     MOVE ZERO TO WS-UTIL-IX.
203300     PERFORM 5150-SUMMARY-ONE-COUNT
203400         THRU 5150-SUMMARY-ONE-COUNT-EXIT
203500         9 TIMES.
203600     MOVE WS-USR-TOTAL (WS-USR-IX) TO SUM-TOTAL.
203700     MOVE WS-SUM-LINE TO RPT-LINE.
203800     WRITE RPT-LINE.
203900 5100-SUMMARY-ONE-USER-EXIT.
204000     EXIT.
204100
204200 5150-SUMMARY-ONE-COUNT.
204300     ADD 1 TO WS-UTIL-IX.
204400     MOVE WS-USR-CNT (WS-USR-IX, WS-UTIL-IX)
204500         TO SUM-CNT (WS-UTIL-IX).
204600 5150-SUMMARY-ONE-COUNT-EXIT.
204700     EXIT.
204800
204900 5200-SUMMARY-ONE-TOTAL.
205000     ADD 1 TO WS-UTIL-IX.
205100     MOVE WS-UTIL-TOT (WS-UTIL-IX) TO SUM-CNT (WS-UTIL-IX).
205200 5200-SUMMARY-ONE-TOTAL-EXIT.
205300     EXIT.
205400
205500*****************************************************************
205600*  6000-PRINT-EXCEPTIONS  --  EXCEPTIONS PAGE: CHANGES MADE ON A
205700*                    NON-PROCESSING DAY OR OUTSIDE BUSINESS
205800*                    HOURS, IN DATE AND TIME ORDER.
205900*****************************************************************
206000 6000-PRINT-EXCEPTIONS.
206100     MOVE 'CHANGES ON NON-PROCESSING DAYS OR OUTSIDE HOURS'
206200         TO SECT-TITLE.
206300     MOVE SPACES TO RPT-LINE.
206400     WRITE RPT-LINE.
206500     MOVE WS-SECTION-LINE TO RPT-LINE.
206600     WRITE RPT-LINE.
206700     MOVE WS-EXC-HDG TO RPT-LINE.
206800     WRITE RPT-LINE.
206900     MOVE ZERO TO WS-EXC-IX.
207000     PERFORM 6050-PRINT-ONE-EXCEPTION
207100         THRU 6050-PRINT-ONE-EXCEPTION-EXIT
207200         WS-EXC-COUNT TIMES.
207300     IF WS-EXC-COUNT = ZERO
207400         MOVE 'NONE' TO SECT-TITLE
207500         MOVE WS-SECTION-LINE TO RPT-LINE
207600         WRITE RPT-LINE
207700     END-IF.
207800 6000-PRINT-EXCEPTIONS-EXIT.
207900     EXIT.
208000
208100 6050-PRINT-ONE-EXCEPTION.
208200     ADD 1 TO WS-EXC-IX.
208300     MOVE WS-EXC-IMAGE (WS-EXC-IX) TO RPT-LINE.
208400     WRITE RPT-LINE.
208500 6050-PRINT-ONE-EXCEPTION-EXIT.
208600     EXIT.
208700
208800*****************************************************************
208900*  8100-DAY-OF-WEEK  --  ZELLER'S CONGRUENCE ON THE WORK DATE.
209000*                    JANUARY AND FEBRUARY COUNT AS MONTHS 13
209100*                    AND 14 OF THE PRIOR YEAR.  THE RESULT IN
209200*                    WS-Z-DOW IS 0 FOR SATURDAY, 1 FOR SUNDAY,
209300*                    2 FOR MONDAY, AND SO ON.
209400*****************************************************************
209500 8100-DAY-OF-WEEK.
209600     MOVE WS-WORK-YEAR  TO WS-Z-YEAR.
209700     MOVE WS-WORK-MONTH TO WS-Z-MONTH.
209800     IF WS-Z-MONTH < 3
209900         ADD 12 TO WS-Z-MONTH
210000         SUBTRACT 1 FROM WS-Z-YEAR
210100     END-IF.
210200     DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-CENT
210300         REMAINDER WS-Z-YY.
210400     COMPUTE WS-Z-TERM = 13 * (WS-Z-MONTH + 1).
210500     DIVIDE WS-Z-TERM BY 5 GIVING WS-Z-TERM.
210600     COMPUTE WS-Z-SUM = WS-WORK-DAY + WS-Z-TERM + WS-Z-YY.
210700     DIVIDE WS-Z-YY BY 4 GIVING WS-Z-QUOT.
210800     ADD WS-Z-QUOT TO WS-Z-SUM.
210900     DIVIDE WS-Z-CENT BY 4 GIVING WS-Z-QUOT.
211000     ADD WS-Z-QUOT TO WS-Z-SUM.
211100     COMPUTE WS-Z-SUM = WS-Z-SUM + (5 * WS-Z-CENT).
211200     DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOT
211300         REMAINDER WS-Z-DOW.
211400 8100-DAY-OF-WEEK-EXIT.
211500     EXIT.
211600
211700*****************************************************************
211800*  9000-FINISH  --  SOURCES READ, TOTALS, CLOSE, AND THE RETURN
211900*                    CODE: 4 WHEN ANY CHANGE WAS AN EXCEPTION OR
212000*                    ANY HISTORY RECORD WAS UNREADABLE, 0
212100*                    OTHERWISE.  A SOURCE THAT IS NOT AVAILABLE
212200*                    IS NOTED BUT DOES NOT CHANGE THE RETURN
212300*                    CODE -- MOST SHOPS RUN WITHOUT ONE OR TWO.
212400*****************************************************************
212500 9000-FINISH.
212600     MOVE SPACES TO RPT-LINE.
212700     WRITE RPT-LINE.
212800     MOVE 'SOURCES' TO SECT-TITLE.
212900     MOVE WS-SECTION-LINE TO RPT-LINE.
213000     WRITE RPT-LINE.
213100     MOVE WS-SRC-HDG TO RPT-LINE.
213200     WRITE RPT-LINE.
213300     MOVE ZERO TO WS-SRC-IX.
213400     PERFORM 9050-PRINT-SOURCE THRU 9050-PRINT-SOURCE-EXIT
213500         10 TIMES.
213600     MOVE SPACES TO RPT-LINE.
213700     WRITE RPT-LINE.
213800     MOVE 'CHANGES LISTED'                 TO TOT-LABEL.
213900     MOVE WS-CHANGE-CNT                    TO TOT-COUNT.
214000     PERFORM 9100-WRITE-TOT THRU 9100-WRITE-TOT-EXIT.
214100     MOVE 'EXCEPTIONS'                     TO TOT-LABEL.
214200     MOVE WS-EXC-COUNT                     TO TOT-COUNT.
214300     PERFORM 9100-WRITE-TOT THRU 9100-WRITE-TOT-EXIT.
214400     MOVE 'UNREADABLE HISTORY RECORDS'     TO TOT-LABEL.
214500     MOVE WS-BAD-CNT                       TO TOT-COUNT.
214600     PERFORM 9100-WRITE-TOT THRU 9100-WRITE-TOT-EXIT.
214700     MOVE 'SOURCES NOT AVAILABLE'          TO TOT-LABEL.
214800     MOVE WS-SRC-MISSING-CNT               TO TOT-COUNT.
214900     PERFORM 9100-WRITE-TOT THRU 9100-WRITE-TOT-EXIT.
215000     CLOSE CHG-REPORT-FILE.
215100
215200     IF WS-BAD-CNT > ZERO
215300         DISPLAY 'CHGAUDIT0010W - ' WS-BAD-CNT
215400             ' HISTORY RECORD(S) HAD NO USABLE DATE OR TIME '
215500             '- NOT LISTED'
215600         MOVE 4 TO RETURN-CODE
215700     END-IF.
215800     IF WS-EXC-COUNT > ZERO
215900         DISPLAY 'CHGAUDIT0009W - ' WS-EXC-COUNT
216000             ' CHANGE(S) MADE ON A NON-PROCESSING DAY OR '
216100             'OUTSIDE BUSINESS HOURS'
216200         MOVE 4 TO RETURN-CODE
216300     END-IF.
216400 9000-FINISH-EXIT.
216500     EXIT.
216600
216700 9050-PRINT-SOURCE.
216800     ADD 1 TO WS-SRC-IX.
216900     MOVE WS-SRC-NAME (WS-SRC-IX) TO SRC-NAME.
217000     MOVE WS-UTIL-NAME (WS-SRC-UTIL-IX (WS-SRC-IX))
217100         TO SRC-UTILITY.
217200     MOVE WS-SRC-READ-CNT (WS-SRC-IX) TO SRC-READ.
217300     MOVE WS-SRC-SEL-CNT (WS-SRC-IX) TO SRC-SELECTED.
217400     MOVE WS-SRC-STATE (WS-SRC-IX) TO SRC-STATE.
217500     MOVE WS-SRC-LINE TO RPT-LINE.
217600     WRITE RPT-LINE.
217700 9050-PRINT-SOURCE-EXIT.
217800     EXIT.
217900
218000 9100-WRITE-TOT.
218100     MOVE WS-TOT-LINE TO RPT-LINE.
218200     WRITE RPT-LINE.
218300 9100-WRITE-TOT-EXIT.
218400     EXIT.
