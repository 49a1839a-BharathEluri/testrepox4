000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID.  HELLO19                                       *
000400*                                                                *
000500*    MONTHLY CUSTOMER STATEMENTS.                                *
000600*                                                                *
000700*    RUN ONCE A MONTH AFTER THE MONTH-END CLOSE (HELLO13).       *
000800*    EVERY ACCOUNT ON THE MASTER THAT HAD ACTIVITY IN THE        *
000900*    PERIOD OR CLOSED IT WITH A NON-ZERO BALANCE GETS A          *
001000*    STATEMENT: THE OPENING BALANCE FROM THE PRIOR PERIOD'S      *
001100*    MONTH-END SNAPSHOT (MEHREC), EACH TRANSACTION-HISTORY       *
001200*    LINE DATED IN THE PERIOD WITH ITS TYPE, ORIGINAL CURRENCY   *
001300*    AND RUNNING BALANCE, AND THE CLOSING BALANCE.  THE          *
001400*    RUNNING BALANCE IS REPLAYED BY THE POSTING STEP'S OWN       *
001500*    RULES - MAINTENANCE TYPES MOVE THE STATUS, NOT THE MONEY,   *
001600*    AND MONEY AIMED AT A CLOSED OR BLOCKED ACCOUNT IS SHOWN     *
001700*    DIVERTED - THE SAME REPLAY THE INQUIRY STEP (HELLO18)       *
001800*    USES.                                                       *
001900*                                                                *
002000*    THE REPLAYED CLOSING MUST TIE TO THE CURRENT PERIOD'S       *
002100*    SNAPSHOT BEFORE THE STATEMENT GOES OUT.  A TIED ACCOUNT     *
002200*    IS PRINTED TO THE PRINT-IMAGE STATEMENT FILE AND WRITTEN    *
002300*    TO THE E-STATEMENT EXTRACT (ESTMREC); AN ACCOUNT THAT DOES  *
002400*    NOT TIE - OR HAS NO SNAPSHOT, OR DAMAGED HISTORY - IS       *
002500*    LISTED ON THE EXCEPTIONS REPORT INSTEAD AND NOTHING IS      *
002600*    MAILED.  ANY EXCEPTION ENDS THE STEP RC 0004.  AN ITEM      *
002700*    DATED OUTSIDE THE PERIOD BUT POSTED INSIDE IT, OR HISTORY   *
002800*    NOT YET CONSOLIDATED, SHOWS UP HERE AS A MISMATCH.          *
002900*                                                                *
003000*    MODIFICATION HISTORY                                       *
003100*    DATE       BY    DESCRIPTION                                *
003200*    ---------- ----- -------------------------------------      *
003300*    2026-10-15 DLM   ORIGINAL.                                  *
003310*    2026-10-15 DLM   AN ITEM THE POSTING STEP RETURNED UNPAID   *
003320*                     IS LISTED WITH NOTE RETURNED (EXTRACT      *
003330*                     FLAG R) AND LEFT OUT OF THE RUNNING        *
003340*                     BALANCE; A REVERSED ITEM IS NOTED          *
003350*                     REVERSED.                                  *
003400*                                                                *
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.    HELLO19.
003800 AUTHOR.        D L MERCER.
003900 INSTALLATION.  DAILY BATCH SUITE.
004000 DATE-WRITTEN.  2026-10-15.
004100 DATE-COMPILED.
004200 ENVIRONMENT    DIVISION.
004300 INPUT-OUTPUT   SECTION.
004400 FILE-CONTROL.
004500*    THE ACCOUNT MASTER DRIVES THE RUN, FRONT TO BACK.
004600     SELECT ACCTMST ASSIGN TO ACCTMST
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE  IS SEQUENTIAL
004900         RECORD KEY   IS DL100-AC-ACCOUNT-NO
005000         FILE STATUS  IS WS-ACCTMST-STATUS.
005100*    MEHPRV AND MEHCUR ARE BOTH THE CUMULATIVE MONTH-END
005200*    HISTORY.  EACH CLOSE APPENDS ITS PERIOD IN ACCOUNT ORDER,
005300*    SO ONE READER PICKS OUT THE PRIOR PERIOD AND THE OTHER
005400*    THE CURRENT ONE, BOTH MATCHED TO THE MASTER IN STEP.
005500*    MEHPRV IS OPTIONAL - WITH NO PRIOR CLOSE EVERY ACCOUNT
005600*    OPENS AT ZERO.
005700     SELECT OPTIONAL MEHPRV ASSIGN TO MEHPRV
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-MEHPRV-STATUS.
006000     SELECT MEHCUR  ASSIGN TO MEHCUR
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-MEHCUR-STATUS.
006300     SELECT TRANHIST ASSIGN TO TRANHIST
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE  IS DYNAMIC
006600         RECORD KEY   IS DL100-TH-KEY
006700         FILE STATUS  IS WS-TRANHIST-STATUS.
006800*    STMTOUT IS THE PRINT-IMAGE STATEMENT FILE, ONE PAGE PER
006900*    ACCOUNT.  ESTMOUT IS THE E-STATEMENT EXTRACT (ESTMREC).
007000     SELECT STMTOUT ASSIGN TO STMTOUT
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-STMTOUT-STATUS.
007300     SELECT ESTMOUT ASSIGN TO ESTMOUT
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-ESTMOUT-STATUS.
007600     SELECT STMEXC  ASSIGN TO STMEXC
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-STMEXC-STATUS.
007900     SELECT AUDTRL  ASSIGN TO AUDTRL
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-AUDTRL-STATUS.
008200     SELECT STATOUT ASSIGN TO STATOUT
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-STATOUT-STATUS.
008500*    PARMCRD CARRIES THE RUN'S KEYWORD=VALUE CONTROL CARDS -
008600*    SEE 1050-LOAD-CONTROL-CARDS.
008700     SELECT OPTIONAL PARMCRD ASSIGN TO PARMCRD
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-PARMCRD-STATUS.
009000 DATA           DIVISION.
009100 FILE           SECTION.
009200 FD  ACCTMST
009300     RECORD CONTAINS 80 CHARACTERS.
009400*
009500     COPY ACCTREC.
009600*
009700 FD  MEHPRV
009800     RECORDING MODE IS F.
009900 01  MEHPRV-REC                     PIC X(80).
010000 FD  MEHCUR
010100     RECORDING MODE IS F.
010200 01  MEHCUR-REC                     PIC X(80).
010300 FD  TRANHIST
010400     RECORD CONTAINS 80 CHARACTERS.
010500*
010600     COPY TRNHREC.
010700*
010800 FD  STMTOUT
010900     RECORDING MODE IS F.
011000 01  STMTOUT-REC                    PIC X(80).
011100 FD  ESTMOUT
011200     RECORDING MODE IS F.
011300 01  ESTMOUT-REC                    PIC X(80).
011400 FD  STMEXC
011500     RECORDING MODE IS F.
011600 01  STMEXC-REC                     PIC X(80).
011700 FD  AUDTRL
011800     RECORDING MODE IS F.
011900 01  AUDTRL-REC                     PIC X(80).
012000 FD  STATOUT
012100     RECORDING MODE IS F.
012200 01  STATOUT-REC                    PIC X(80).
012300 FD  PARMCRD
012400     RECORDING MODE IS F.
012500 01  PARMCRD-REC                    PIC X(80).
012600 WORKING-STORAGE SECTION.
012700*
012800     COPY COPY1.
012900*
013000 01  WS-DATE-TIME.
013100     05  WS-CURRENT-DATE            PIC 9(8).
013200     05  WS-CURRENT-TIME            PIC 9(8).
013300 01  WS-FILE-STATUSES.
013400     05  WS-ACCTMST-STATUS          PIC XX       VALUE '00'.
013500         88  ACCTMST-OK                          VALUE '00' '05'.
013600         88  ACCTMST-EOF                         VALUE '10'.
013700     05  WS-MEHPRV-STATUS           PIC XX       VALUE '00'.
013800         88  MEHPRV-OK                            VALUE '00' '05'.
013900         88  MEHPRV-EOF                           VALUE '10'.
014000     05  WS-MEHCUR-STATUS           PIC XX       VALUE '00'.
014100         88  MEHCUR-OK                            VALUE '00'.
014200         88  MEHCUR-EOF                           VALUE '10'.
014300     05  WS-TRANHIST-STATUS         PIC XX       VALUE '00'.
014400         88  TRANHIST-OK                         VALUE '00' '05'.
014500         88  TRANHIST-EOF                        VALUE '10'.
014600     05  WS-STMTOUT-STATUS          PIC XX       VALUE '00'.
014700         88  STMTOUT-OK                           VALUE '00'.
014800     05  WS-ESTMOUT-STATUS          PIC XX       VALUE '00'.
014900         88  ESTMOUT-OK                           VALUE '00'.
015000     05  WS-STMEXC-STATUS           PIC XX       VALUE '00'.
015100         88  STMEXC-OK                            VALUE '00'.
015200     05  WS-AUDTRL-STATUS           PIC XX       VALUE '00'.
015300         88  AUDTRL-OK                            VALUE '00'.
015400     05  WS-STATOUT-STATUS          PIC XX       VALUE '00'.
015500         88  STATOUT-OK                           VALUE '00'.
015600     05  WS-PARMCRD-STATUS          PIC XX       VALUE '00'.
015700         88  PARMCRD-OK                           VALUE '00'.
015800         88  PARMCRD-EOF                          VALUE '10'.
015900*
016000 01  WS-SWITCHES.
016100     05  WS-ACCTMST-EOF-SW          PIC X        VALUE 'N'.
016200         88  ACCTMST-AT-EOF                      VALUE 'Y'.
016300     05  WS-HISTORY-DONE-SW         PIC X        VALUE 'N'.
016400         88  HISTORY-DONE                        VALUE 'Y'.
016500     05  WS-SNAPSHOT-SW             PIC X        VALUE 'N'.
016600         88  SNAPSHOT-FOUND                      VALUE 'Y'.
016700     05  WS-BAD-HISTORY-SW          PIC X        VALUE 'N'.
016800         88  HISTORY-DAMAGED                     VALUE 'Y'.
016900*    THE PERIOD IS WALKED TWICE PER ACCOUNT - ONCE TO TIE THE
017000*    REPLAYED CLOSING, THEN AGAIN TO PRINT IT WHEN IT TIES.
017100     05  WS-PASS-SW                 PIC X        VALUE 'T'.
017200         88  TIE-PASS                            VALUE 'T'.
017300         88  PRINT-PASS                          VALUE 'P'.
017400     05  WS-ABORT-SW                PIC X        VALUE 'N'.
017500         88  ABORT-RUN                            VALUE 'Y'.
017600*
017700 01  WS-COUNTERS                    COMP.
017800     05  WS-ACCOUNTS-READ           PIC 9(9)     VALUE 0.
017900     05  WS-STATEMENTS-WRITTEN      PIC 9(9)     VALUE 0.
018000     05  WS-ACCOUNTS-SKIPPED        PIC 9(9)     VALUE 0.
018100     05  WS-EXCEPTIONS              PIC 9(9)     VALUE 0.
018200     05  WS-HISTORY-READ            PIC 9(9)     VALUE 0.
018300     05  WS-EXTRACT-RECORDS         PIC 9(9)     VALUE 0.
018400     05  WS-PERIOD-LINES            PIC 9(9)     VALUE 0.
018500*
018600*    THE PERIOD BEING STATED (YYYYMM) - FROM THE PARM OR THE
018700*    PERIOD CARD, ELSE THE RUN DATE'S OWN MONTH, THE SAME
018800*    DEFAULT THE CLOSE STEP USES - AND THE PERIOD BEFORE IT.
018900 01  WS-PERIOD-WORK.
019000     05  WS-STMT-PERIOD             PIC 9(06)    VALUE 0.
019100     05  WS-STMT-PERIOD-R REDEFINES WS-STMT-PERIOD.
019200         10  WS-STMT-YEAR           PIC 9(04).
019300         10  WS-STMT-MONTH          PIC 9(02).
019400     05  WS-PRIOR-PERIOD            PIC 9(06)    VALUE 0.
019500     05  WS-PRIOR-PERIOD-R REDEFINES WS-PRIOR-PERIOD.
019600         10  WS-PRIOR-YEAR          PIC 9(04).
019700         10  WS-PRIOR-MONTH         PIC 9(02).
019800     05  WS-RUN-DATE-N              PIC 9(08)    VALUE 0.
019900     05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE-N.
020000         10  WS-RUN-YYYYMM          PIC 9(06).
020100         10  FILLER                 PIC 9(02).
020200*    THE HISTORY KEY RANGE FOR THE PERIOD - FIRST AND LAST
020300*    POSSIBLE YYYYMMDD.
020400     05  WS-PERIOD-FROM-DATE.
020500         10  WS-PF-YYYYMM           PIC 9(06)    VALUE 0.
020600         10  FILLER                 PIC X(02)    VALUE '01'.
020700     05  WS-PERIOD-TO-DATE.
020800         10  WS-PT-YYYYMM           PIC 9(06)    VALUE 0.
020900         10  FILLER                 PIC X(02)    VALUE '99'.
021000*
021100*    THE MONTH-END SNAPSHOTS MATCHED TO THE CURRENT ACCOUNT.
021200*    HIGH-VALUES IN THE ACCOUNT MEANS THAT READER IS AT END.
021300 01  WS-SNAPSHOT-WORK.
021400     05  WS-PRV-ACCOUNT             PIC X(10)    VALUE LOW-VALUES.
021500     05  WS-PRV-BALANCE             PIC S9(11)V99  VALUE 0.
021600     05  WS-PRV-STATUS              PIC X(01)    VALUE SPACE.
021700     05  WS-CUR-ACCOUNT             PIC X(10)    VALUE LOW-VALUES.
021800     05  WS-CUR-BALANCE             PIC S9(11)V99  VALUE 0.
021900     05  WS-CUR-STATUS              PIC X(01)    VALUE SPACE.
022000*
022100*    THE REPLAYED RUNNING FIGURES FOR THE ACCOUNT.
022200 01  WS-REPLAY-WORK.
022300     05  WS-OPEN-BALANCE            PIC S9(11)V99  VALUE 0.
022400     05  WS-OPEN-STATUS             PIC X(01)      VALUE 'O'.
022500     05  WS-RUN-BALANCE             PIC S9(11)V99  VALUE 0.
022600     05  WS-ACC-STATUS              PIC X(01)      VALUE 'O'.
022700     05  WS-DIVERTED-FLAG           PIC X(01)      VALUE SPACE.
022800*
022900 01  WS-MAINT-WORK.
023000     05  WS-MAINT-TYPE              PIC X(02)    VALUE SPACES.
023100         88  MAINT-TRANSACTION                   VALUE 'OP' 'CL'
023200             'BK' 'UB'.
023300*
023400 01  WS-RUN-TOTALS.
023500     05  WS-TOTAL-CLOSING           PIC S9(13)V99  VALUE 0.
023600*
023700*    CONTROL-CARD PARSE WORK AREA - SEE 1050-LOAD-CONTROL-CARDS.
023800 01  WS-CARD-WORK.
023900     05  WS-CC-KEYWORD              PIC X(16)    VALUE SPACES.
024000     05  WS-CC-VALUE                PIC X(20)    VALUE SPACES.
024100*
024200     COPY MEHREC.
024300*
024400     COPY ESTMREC.
024500*
024600     COPY AUDTREC.
024700*
024800     COPY STATREC.
024900*
025000 01  WS-AUDIT-TIMESTAMPS.
025100     05  WS-RUN-START-DATE          PIC 9(08)    VALUE 0.
025200     05  WS-RUN-START-TIME          PIC 9(08)    VALUE 0.
025300*
025400*    THE STATEMENT PAGE.  COLUMN ONE IS THE CARRIAGE-CONTROL
025500*    BYTE - '1' THROWS A NEW PAGE FOR EACH ACCOUNT.
025600 01  WS-STM-HEADING-1.
025700     05  FILLER                     PIC X(01)    VALUE '1'.
025800     05  FILLER                     PIC X(36)    VALUE
025900         'HELLO19 CUSTOMER STATEMENT - PERIOD'.
026000     05  WS-SH-PERIOD               PIC 9(06).
026100     05  FILLER                     PIC X(12)    VALUE
026200         '   RUN DATE '.
026300     05  WS-SH-RUN-DATE             PIC X(08).
026400     05  FILLER                     PIC X(17)    VALUE SPACES.
026500 01  WS-STM-HEADING-2.
026600     05  FILLER                     PIC X(01)    VALUE SPACE.
026700     05  FILLER                     PIC X(08)    VALUE 'ACCOUNT '.
026800     05  WS-SH-ACCOUNT              PIC X(10).
026900     05  FILLER                     PIC X(10)    VALUE
027000         '  STATUS '.
027100     05  WS-SH-STATUS               PIC X(01).
027200     05  FILLER                     PIC X(50)    VALUE SPACES.
027300 01  WS-STM-HEADING-3.
027400     05  FILLER                     PIC X(01)    VALUE SPACE.
027500     05  FILLER                     PIC X(37)    VALUE
027600         'TRANS-DT TY SOURCE-KEY         AMOUNT'.
027610     05  FILLER                     PIC X(42)    VALUE
027620         ' CUR  ORIG-AMOUNT       BALANCE  NOTE'.
027800 01  WS-STM-DETAIL.
027900     05  FILLER                     PIC X(01)    VALUE SPACE.
028000     05  WS-SD-DATE                 PIC X(08)    VALUE SPACES.
028100     05  FILLER                     PIC X(01)    VALUE SPACE.
028200     05  WS-SD-TYPE                 PIC X(02)    VALUE SPACES.
028300     05  FILLER                     PIC X(01)    VALUE SPACE.
028400     05  WS-SD-TRAN-KEY             PIC X(12)    VALUE SPACES.
028500     05  WS-SD-AMOUNT               PIC -Z(08)9.99.
028600     05  FILLER                     PIC X(01)    VALUE SPACE.
028700     05  WS-SD-CURRENCY             PIC X(03)    VALUE SPACES.
028800     05  WS-SD-ORIG-AMOUNT          PIC -Z(08)9.99.
028900     05  WS-SD-BALANCE              PIC -Z(09)9.99.
029000     05  FILLER                     PIC X(02)    VALUE SPACES.
029100     05  WS-SD-NOTE                 PIC X(08)    VALUE SPACES.
029200     05  FILLER                     PIC X(01)    VALUE SPACE.
029300 01  WS-STM-BALANCE-LINE.
029400     05  FILLER                     PIC X(01)    VALUE SPACE.
029500     05  WS-SB-LABEL                PIC X(26)    VALUE SPACES.
029600     05  WS-SB-BALANCE              PIC -Z(10)9.99.
029700     05  FILLER                     PIC X(38)    VALUE SPACES.
029800 01  WS-STM-COUNT-LINE.
029900     05  FILLER                     PIC X(01)    VALUE SPACE.
030000     05  FILLER                     PIC X(26)    VALUE
030100         'ITEMS THIS PERIOD       ='.
030200     05  WS-SC-LINES                PIC Z(08)9.
030300     05  FILLER                     PIC X(44)    VALUE SPACES.
030400*
030500 01  WS-EXC-HEADING-1.
030600     05  FILLER                     PIC X(01)    VALUE SPACE.
030700     05  FILLER                     PIC X(38)    VALUE
030800         'HELLO19 STATEMENT EXCEPTIONS - PERIOD'.
030900     05  WS-EH-PERIOD               PIC 9(06).
031000     05  FILLER                     PIC X(35)    VALUE SPACES.
031100 01  WS-EXC-HEADING-2.
031200     05  FILLER                     PIC X(01)    VALUE SPACE.
031300     05  FILLER                     PIC X(40)    VALUE
031400         'ACCOUNT       OPENING BAL REPLAYED CLOSE'.
031410     05  FILLER                     PIC X(39)    VALUE
031420         ' SNAPSHOT CLOSE  REASON'.
031600 01  WS-EXC-DETAIL.
031700     05  FILLER                     PIC X(01)    VALUE SPACE.
031800     05  WS-ED-ACCOUNT              PIC X(10)    VALUE SPACES.
031900     05  WS-ED-OPEN                 PIC -Z(10)9.99.
032000     05  WS-ED-REPLAYED             PIC -Z(10)9.99.
032100     05  WS-ED-SNAPSHOT             PIC -Z(10)9.99.
032200     05  FILLER                     PIC X(01)    VALUE SPACE.
032300     05  WS-ED-REASON               PIC X(23)    VALUE SPACES.
032400 01  WS-EXC-TRAILER-1.
032500     05  FILLER                     PIC X(01)    VALUE SPACE.
032600     05  FILLER                     PIC X(26)    VALUE
032700         'STATEMENTS PRODUCED     ='.
032800     05  WS-ET-STATEMENTS           PIC Z(08)9.
032900     05  FILLER                     PIC X(44)    VALUE SPACES.
033000 01  WS-EXC-TRAILER-2.
033100     05  FILLER                     PIC X(01)    VALUE SPACE.
033200     05  FILLER                     PIC X(26)    VALUE
033300         'ACCOUNTS HELD BACK      ='.
033400     05  WS-ET-EXCEPTIONS           PIC Z(08)9.
033500     05  FILLER                     PIC X(44)    VALUE SPACES.
033600 01  WS-EXC-TRAILER-3.
033700     05  FILLER                     PIC X(01)    VALUE SPACE.
033800     05  FILLER                     PIC X(26)    VALUE
033900         'NO ACTIVITY, NIL BALANCE='.
034000     05  WS-ET-SKIPPED              PIC Z(08)9.
034100     05  FILLER                     PIC X(44)    VALUE SPACES.
034200 01  WS-EXC-TRAILER-4.
034300     05  FILLER                     PIC X(01)    VALUE SPACE.
034400     05  FILLER                     PIC X(26)    VALUE
034500         'TOTAL CLOSING STATED    ='.
034600     05  WS-ET-CLOSING              PIC -Z(12)9.99.
034700     05  FILLER                     PIC X(36)    VALUE SPACES.
034800*
034900 LINKAGE        SECTION.
035000*
035100 01  LS-PARM-AREA.
035200     05  LS-PARM-LEN                PIC S9(4) COMP.
035300     05  LS-PARM-DATA.
035400         10  LS-PARM-OPERATOR-ID    PIC X(08).
035500         10  LS-PARM-RUN-MODE       PIC X(06).
035600*        THE PERIOD TO STATE, YYYYMM.  BLANK STATES THE RUN
035700*        DATE'S OWN MONTH.
035800         10  LS-PARM-STMT-PERIOD    PIC X(06).
035900 PROCEDURE      DIVISION USING LS-PARM-AREA.
036000*
036100 0000-MAINLINE.
036200     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
036300     IF NOT ABORT-RUN
036400         PERFORM 2000-CYCLE-MASTER     THRU 2000-EXIT
036500         PERFORM 8000-STATEMENT-TOTALS THRU 8000-EXIT
036600     END-IF.
036700     PERFORM 8500-WRITE-AUDIT      THRU 8500-EXIT.
036800     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
036900     GOBACK.
037000*
037100******************************************************************
037200* 1000-INITIALIZE  -  BUILD THE JOB BANNER, WORK OUT THE PERIOD  *
037300*                     AND THE ONE BEFORE IT, AND OPEN EVERY FILE.*
037400******************************************************************
037500 1000-INITIALIZE.
037600     MOVE 'HELLO19'         TO DL100-JOB-NAME.
037700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
037800     ACCEPT WS-CURRENT-TIME FROM TIME.
037900     MOVE WS-CURRENT-DATE   TO DL100-RUN-DATE.
038000     MOVE WS-CURRENT-TIME   TO DL100-RUN-TIME.
038100     MOVE WS-CURRENT-DATE   TO WS-RUN-START-DATE.
038200     MOVE WS-CURRENT-TIME   TO WS-RUN-START-TIME.
038300     MOVE SPACES            TO DL100-OPERATOR-ID.
038400     IF LS-PARM-LEN >= 8
038500         MOVE LS-PARM-OPERATOR-ID TO DL100-OPERATOR-ID
038600     END-IF.
038700     MOVE 0                 TO DL100-RETURN-CODE.
038800     MOVE WS-CURRENT-DATE   TO WS-RUN-DATE-N.
038900     IF LS-PARM-LEN >= 20 AND LS-PARM-STMT-PERIOD IS NUMERIC
039000         MOVE LS-PARM-STMT-PERIOD TO WS-STMT-PERIOD
039100     ELSE
039200         MOVE WS-RUN-YYYYMM       TO WS-STMT-PERIOD
039300     END-IF.
039400     DISPLAY DL100-JOB-HEADER.
039500     PERFORM 1050-LOAD-CONTROL-CARDS THRU 1050-EXIT.
039600     IF ABORT-RUN
039700         GO TO 1000-EXIT
039800     END-IF.
039900     IF WS-STMT-MONTH < 01 OR WS-STMT-MONTH > 12
040000         DISPLAY 'HELLO19 - STATEMENT PERIOD NOT A VALID YYYYMM: '
040100             WS-STMT-PERIOD
040200         SET ABORT-RUN TO TRUE
040300         MOVE 0020 TO DL100-RETURN-CODE
040400         GO TO 1000-EXIT
040500     END-IF.
040600     IF WS-STMT-MONTH = 01
040700         COMPUTE WS-PRIOR-YEAR = WS-STMT-YEAR - 1
040800         MOVE 12 TO WS-PRIOR-MONTH
040900     ELSE
041000         MOVE WS-STMT-YEAR TO WS-PRIOR-YEAR
041100         COMPUTE WS-PRIOR-MONTH = WS-STMT-MONTH - 1
041200     END-IF.
041300     MOVE WS-STMT-PERIOD    TO WS-PF-YYYYMM.
041400     MOVE WS-STMT-PERIOD    TO WS-PT-YYYYMM.
041500     DISPLAY 'HELLO19 - STATING PERIOD ' WS-STMT-PERIOD
041600         ', OPENING FROM PERIOD ' WS-PRIOR-PERIOD.
041700     OPEN INPUT ACCTMST.
041800     IF NOT ACCTMST-OK
041900         DISPLAY 'HELLO19 - UNABLE TO OPEN ACCTMST, STATUS = '
042000             WS-ACCTMST-STATUS
042100         SET ABORT-RUN TO TRUE
042200         MOVE 0020 TO DL100-RETURN-CODE
042300         GO TO 1000-EXIT
042400     END-IF.
042500     OPEN INPUT MEHPRV.
042600     IF NOT MEHPRV-OK
042700         DISPLAY 'HELLO19 - UNABLE TO OPEN MEHPRV, STATUS = '
042800             WS-MEHPRV-STATUS
042900         SET ABORT-RUN TO TRUE
043000         MOVE 0020 TO DL100-RETURN-CODE
043100         GO TO 1000-EXIT
043200     END-IF.
043300     OPEN INPUT MEHCUR.
043400     IF NOT MEHCUR-OK
043500         DISPLAY 'HELLO19 - UNABLE TO OPEN MEHCUR, STATUS = '
043600             WS-MEHCUR-STATUS
043700         SET ABORT-RUN TO TRUE
043800         MOVE 0020 TO DL100-RETURN-CODE
043900         GO TO 1000-EXIT
044000     END-IF.
044100     OPEN INPUT TRANHIST.
044200     IF NOT TRANHIST-OK
044300         DISPLAY 'HELLO19 - UNABLE TO OPEN TRANHIST, STATUS = '
044400             WS-TRANHIST-STATUS
044500         SET ABORT-RUN TO TRUE
044600         MOVE 0020 TO DL100-RETURN-CODE
044700         GO TO 1000-EXIT
044800     END-IF.
044900     OPEN OUTPUT STMTOUT.
045000     IF NOT STMTOUT-OK
045100         DISPLAY 'HELLO19 - UNABLE TO OPEN STMTOUT, STATUS = '
045200             WS-STMTOUT-STATUS
045300         SET ABORT-RUN TO TRUE
045400         MOVE 0020 TO DL100-RETURN-CODE
045500         GO TO 1000-EXIT
045600     END-IF.
045700     OPEN OUTPUT ESTMOUT.
045800     IF NOT ESTMOUT-OK
045900         DISPLAY 'HELLO19 - UNABLE TO OPEN ESTMOUT, STATUS = '
046000             WS-ESTMOUT-STATUS
046100         SET ABORT-RUN TO TRUE
046200         MOVE 0020 TO DL100-RETURN-CODE
046300         GO TO 1000-EXIT
046400     END-IF.
046500     OPEN OUTPUT STMEXC.
046600     IF NOT STMEXC-OK
046700         DISPLAY 'HELLO19 - UNABLE TO OPEN STMEXC, STATUS = '
046800             WS-STMEXC-STATUS
046900         SET ABORT-RUN TO TRUE
047000         MOVE 0020 TO DL100-RETURN-CODE
047100         GO TO 1000-EXIT
047200     END-IF.
047300     MOVE WS-STMT-PERIOD    TO WS-SH-PERIOD.
047400     MOVE DL100-RUN-DATE    TO WS-SH-RUN-DATE.
047500     MOVE WS-STMT-PERIOD    TO WS-EH-PERIOD.
047600     MOVE WS-EXC-HEADING-1  TO STMEXC-REC.
047700     WRITE STMEXC-REC.
047800     MOVE WS-EXC-HEADING-2  TO STMEXC-REC.
047900     WRITE STMEXC-REC.
048000 1000-EXIT.
048100     EXIT.
048200*
048300******************************************************************
048400* 1050-LOAD-CONTROL-CARDS  -  READ THE KEYWORD=VALUE CONTROL      *
048500*                        CARDS.  EVERY CARD IS ECHOED TO THE      *
048600*                        JOB LOG SO THE RUN'S OPTIONS ARE ON      *
048700*                        RECORD; A BAD KEYWORD OR VALUE FAILS     *
048800*                        THE STEP RC 0020 BEFORE ANY OTHER FILE   *
048900*                        IS OPENED.  CARDS OVERRIDE THE PARM.     *
049000*                        KEYWORDS - OPERATOR, PERIOD (YYYYMM).    *
049100******************************************************************
049200 1050-LOAD-CONTROL-CARDS.
049300     OPEN INPUT PARMCRD.
049400     IF NOT PARMCRD-OK
049500         DISPLAY 'HELLO19 - NO CONTROL CARDS - PARM AND '
049600             'DEFAULTS APPLY'
049700         GO TO 1050-EXIT
049800     END-IF.
049900     PERFORM 1055-READ-PARMCRD THRU 1055-EXIT.
050000     PERFORM 1060-ONE-CONTROL-CARD THRU 1060-EXIT
050100         UNTIL PARMCRD-EOF OR ABORT-RUN.
050200     CLOSE PARMCRD.
050300 1050-EXIT.
050400     EXIT.
050500*
050600 1055-READ-PARMCRD.
050700     READ PARMCRD
050800         AT END
050900             GO TO 1055-EXIT
051000     END-READ.
051100 1055-EXIT.
051200     EXIT.
051300*
051400 1060-ONE-CONTROL-CARD.
051500     DISPLAY 'HELLO19 - CONTROL CARD: ' PARMCRD-REC.
051600     IF PARMCRD-REC = SPACES OR PARMCRD-REC (1:1) = '*'
051700         GO TO 1060-NEXT
051800     END-IF.
051900     MOVE SPACES TO WS-CC-KEYWORD.
052000     MOVE SPACES TO WS-CC-VALUE.
052100     UNSTRING PARMCRD-REC DELIMITED BY '='
052200         INTO WS-CC-KEYWORD WS-CC-VALUE.
052300     EVALUATE WS-CC-KEYWORD
052400         WHEN 'OPERATOR'
052500             MOVE WS-CC-VALUE (1:8) TO DL100-OPERATOR-ID
052600         WHEN 'PERIOD'
052700             IF WS-CC-VALUE (1:6) IS NUMERIC
052800                 MOVE WS-CC-VALUE (1:6) TO WS-STMT-PERIOD
052900             ELSE
053000                 DISPLAY 'HELLO19 - BAD CONTROL CARD VALUE '
053100                     'FOR ' WS-CC-KEYWORD ': ' WS-CC-VALUE
053200                 MOVE 0020 TO DL100-RETURN-CODE
053300                 SET ABORT-RUN TO TRUE
053400             END-IF
053500         WHEN OTHER
053600             DISPLAY 'HELLO19 - BAD CONTROL CARD KEYWORD: '
053700                 WS-CC-KEYWORD
053800             MOVE 0020 TO DL100-RETURN-CODE
053900             SET ABORT-RUN TO TRUE
054000     END-EVALUATE.
054100 1060-NEXT.
054200     PERFORM 1055-READ-PARMCRD THRU 1055-EXIT.
054300 1060-EXIT.
054400     EXIT.
054500*
054600******************************************************************
054700* 2000-CYCLE-MASTER  -  ONE PASS OVER THE WHOLE ACCOUNT MASTER,   *
054800*                       WITH BOTH MONTH-END READERS MATCHED TO    *
054900*                       IT IN ACCOUNT ORDER.                      *
055000******************************************************************
055100 2000-CYCLE-MASTER.
055200     PERFORM 2300-READ-MEHPRV THRU 2300-EXIT.
055300     PERFORM 2400-READ-MEHCUR THRU 2400-EXIT.
055400     PERFORM 2100-READ-ACCTMST THRU 2100-EXIT.
055500     PERFORM 2200-STATE-ONE-ACCOUNT THRU 2200-EXIT
055600         UNTIL ACCTMST-AT-EOF.
055700 2000-EXIT.
055800     EXIT.
055900*
056000 2100-READ-ACCTMST.
056100     READ ACCTMST
056200         AT END
056300             MOVE 'Y' TO WS-ACCTMST-EOF-SW
056400             GO TO 2100-EXIT
056500     END-READ.
056600     ADD 1 TO WS-ACCOUNTS-READ.
056700 2100-EXIT.
056800     EXIT.
056900*
057000******************************************************************
057100* 2200-STATE-ONE-ACCOUNT  -  MATCH THE ACCOUNT TO ITS PRIOR AND   *
057200*                         CURRENT SNAPSHOTS, REPLAY THE PERIOD,   *
057300*                         AND EITHER STATE IT, HOLD IT BACK AS    *
057400*                         AN EXCEPTION, OR PASS IT BY WHEN IT     *
057500*                         HAD NO ACTIVITY AND HOLDS NO MONEY.     *
057600******************************************************************
057700 2200-STATE-ONE-ACCOUNT.
057800     PERFORM 2300-READ-MEHPRV THRU 2300-EXIT
057900         UNTIL WS-PRV-ACCOUNT NOT < DL100-AC-ACCOUNT-NO.
058000     PERFORM 2400-READ-MEHCUR THRU 2400-EXIT
058100         UNTIL WS-CUR-ACCOUNT NOT < DL100-AC-ACCOUNT-NO.
058200*    AN ACCOUNT NOT ON THE PRIOR SNAPSHOT WAS OPENED IN THE
058300*    PERIOD AND STARTS FROM NOTHING.
058400     IF WS-PRV-ACCOUNT = DL100-AC-ACCOUNT-NO
058500         MOVE WS-PRV-BALANCE TO WS-OPEN-BALANCE
058600         MOVE WS-PRV-STATUS  TO WS-OPEN-STATUS
058700     ELSE
058800         MOVE 0              TO WS-OPEN-BALANCE
058900         MOVE 'O'            TO WS-OPEN-STATUS
059000     END-IF.
059100     IF WS-OPEN-STATUS = SPACE
059200         MOVE 'O' TO WS-OPEN-STATUS
059300     END-IF.
059400     MOVE 'N' TO WS-SNAPSHOT-SW.
059500     IF WS-CUR-ACCOUNT = DL100-AC-ACCOUNT-NO
059600         SET SNAPSHOT-FOUND TO TRUE
059700     END-IF.
059800     SET TIE-PASS TO TRUE.
059900     PERFORM 3000-WALK-PERIOD THRU 3000-EXIT.
060000     IF WS-PERIOD-LINES = 0
060100      AND DL100-AC-LAST-YYYYMM NOT = WS-STMT-PERIOD
060200         IF (SNAPSHOT-FOUND AND WS-CUR-BALANCE = 0)
060300          OR (NOT SNAPSHOT-FOUND AND DL100-AC-CURR-BALANCE = 0)
060400             ADD 1 TO WS-ACCOUNTS-SKIPPED
060500             GO TO 2200-READ-NEXT
060600         END-IF
060700     END-IF.
060800     IF NOT SNAPSHOT-FOUND
060900         MOVE 'NO MONTH-END SNAPSHOT' TO WS-ED-REASON
061000         PERFORM 2700-HOLD-BACK THRU 2700-EXIT
061100         GO TO 2200-READ-NEXT
061200     END-IF.
061300     IF HISTORY-DAMAGED
061400         MOVE 'HISTORY AMOUNT DAMAGED' TO WS-ED-REASON
061500         PERFORM 2700-HOLD-BACK THRU 2700-EXIT
061600         GO TO 2200-READ-NEXT
061700     END-IF.
061800     IF WS-RUN-BALANCE NOT = WS-CUR-BALANCE
061900         MOVE 'CLOSING DOES NOT TIE' TO WS-ED-REASON
062000         PERFORM 2700-HOLD-BACK THRU 2700-EXIT
062100         GO TO 2200-READ-NEXT
062200     END-IF.
062300     PERFORM 2500-WRITE-STATEMENT THRU 2500-EXIT.
062400 2200-READ-NEXT.
062500     PERFORM 2100-READ-ACCTMST THRU 2100-EXIT.
062600 2200-EXIT.
062700     EXIT.
062800*
062900******************************************************************
063000* 2300-READ-MEHPRV  -  NEXT PRIOR-PERIOD SNAPSHOT.  RECORDS FOR   *
063100*                      OTHER PERIODS ARE PASSED OVER.             *
063200******************************************************************
063300 2300-READ-MEHPRV.
063400     READ MEHPRV
063500         AT END
063600             MOVE HIGH-VALUES TO WS-PRV-ACCOUNT
063700             GO TO 2300-EXIT
063800     END-READ.
063900     MOVE MEHPRV-REC TO DL100-MONTH-END-RECORD.
064000     IF DL100-ME-CLOSE-PERIOD NOT = WS-PRIOR-PERIOD
064100         GO TO 2300-READ-MEHPRV
064200     END-IF.
064300     MOVE DL100-ME-ACCOUNT-NO    TO WS-PRV-ACCOUNT.
064400     MOVE DL100-ME-CLOSE-BALANCE TO WS-PRV-BALANCE.
064500     MOVE DL100-ME-STATUS        TO WS-PRV-STATUS.
064600 2300-EXIT.
064700     EXIT.
064800*
064900******************************************************************
065000* 2400-READ-MEHCUR  -  NEXT CURRENT-PERIOD SNAPSHOT.  RECORDS     *
065100*                      FOR OTHER PERIODS ARE PASSED OVER.         *
065200******************************************************************
065300 2400-READ-MEHCUR.
065400     READ MEHCUR
065500         AT END
065600             MOVE HIGH-VALUES TO WS-CUR-ACCOUNT
065700             GO TO 2400-EXIT
065800     END-READ.
065900     MOVE MEHCUR-REC TO DL100-MONTH-END-RECORD.
066000     IF DL100-ME-CLOSE-PERIOD NOT = WS-STMT-PERIOD
066100         GO TO 2400-READ-MEHCUR
066200     END-IF.
066300     MOVE DL100-ME-ACCOUNT-NO    TO WS-CUR-ACCOUNT.
066400     MOVE DL100-ME-CLOSE-BALANCE TO WS-CUR-BALANCE.
066500     MOVE DL100-ME-STATUS        TO WS-CUR-STATUS.
066600 2400-EXIT.
066700     EXIT.
066800*
066900******************************************************************
067000* 2500-WRITE-STATEMENT  -  THE ACCOUNT TIES.  PRINT ITS PAGE AND  *
067100*                          WRITE ITS EXTRACT RECORDS BY WALKING   *
067200*                          THE PERIOD A SECOND TIME.              *
067300******************************************************************
067400 2500-WRITE-STATEMENT.
067500     MOVE DL100-AC-ACCOUNT-NO  TO WS-SH-ACCOUNT.
067600     MOVE WS-CUR-STATUS        TO WS-SH-STATUS.
067700     MOVE WS-STM-HEADING-1     TO STMTOUT-REC.
067800     WRITE STMTOUT-REC.
067900     MOVE WS-STM-HEADING-2     TO STMTOUT-REC.
068000     WRITE STMTOUT-REC.
068100     MOVE WS-STM-HEADING-3     TO STMTOUT-REC.
068200     WRITE STMTOUT-REC.
068300     MOVE 'OPENING BALANCE         =' TO WS-SB-LABEL.
068400     MOVE WS-OPEN-BALANCE      TO WS-SB-BALANCE.
068500     MOVE WS-STM-BALANCE-LINE  TO STMTOUT-REC.
068600     WRITE STMTOUT-REC.
068700     MOVE SPACES               TO DL100-ESTATEMENT-RECORD.
068800     SET DL100-ES-HEADER       TO TRUE.
068900     MOVE DL100-AC-ACCOUNT-NO  TO DL100-ES-ACCOUNT-NO.
069000     MOVE WS-STMT-PERIOD       TO DL100-ES-PERIOD.
069100     MOVE WS-OPEN-BALANCE      TO DL100-ES-OPEN-BALANCE.
069200     MOVE WS-CUR-BALANCE       TO DL100-ES-CLOSE-BALANCE.
069300     MOVE WS-PERIOD-LINES      TO DL100-ES-LINE-COUNT.
069400     MOVE WS-CUR-STATUS        TO DL100-ES-ACC-STATUS.
069500     MOVE DL100-ESTATEMENT-RECORD TO ESTMOUT-REC.
069600     WRITE ESTMOUT-REC.
069700     ADD 1 TO WS-EXTRACT-RECORDS.
069800     SET PRINT-PASS TO TRUE.
069900     PERFORM 3000-WALK-PERIOD THRU 3000-EXIT.
070000     MOVE 'CLOSING BALANCE         =' TO WS-SB-LABEL.
070100     MOVE WS-RUN-BALANCE       TO WS-SB-BALANCE.
070200     MOVE WS-STM-BALANCE-LINE  TO STMTOUT-REC.
070300     WRITE STMTOUT-REC.
070400     MOVE WS-PERIOD-LINES      TO WS-SC-LINES.
070500     MOVE WS-STM-COUNT-LINE    TO STMTOUT-REC.
070600     WRITE STMTOUT-REC.
070700     ADD WS-RUN-BALANCE TO WS-TOTAL-CLOSING.
070800     ADD 1 TO WS-STATEMENTS-WRITTEN.
070900 2500-EXIT.
071000     EXIT.
071100*
071200******************************************************************
071300* 2700-HOLD-BACK  -  THE ACCOUNT CANNOT BE STATED.  LIST IT ON    *
071400*                    THE EXCEPTIONS REPORT FOR RESEARCH - NOTHING *
071500*                    IS PRINTED OR EXTRACTED FOR IT - AND END     *
071600*                    THE STEP RC 0004.                            *
071700******************************************************************
071800 2700-HOLD-BACK.
071900     MOVE DL100-AC-ACCOUNT-NO TO WS-ED-ACCOUNT.
072000     MOVE WS-OPEN-BALANCE     TO WS-ED-OPEN.
072100     MOVE WS-RUN-BALANCE      TO WS-ED-REPLAYED.
072200     IF SNAPSHOT-FOUND
072300         MOVE WS-CUR-BALANCE  TO WS-ED-SNAPSHOT
072400     ELSE
072500         MOVE 0               TO WS-ED-SNAPSHOT
072600     END-IF.
072700     MOVE WS-EXC-DETAIL       TO STMEXC-REC.
072800     WRITE STMEXC-REC.
072900     ADD 1 TO WS-EXCEPTIONS.
073000     IF DL100-RETURN-CODE < 0004
073100         MOVE 0004 TO DL100-RETURN-CODE
073200     END-IF.
073300 2700-EXIT.
073400     EXIT.
073500*
073600******************************************************************
073700* 3000-WALK-PERIOD  -  POSITION AT THE ACCOUNT'S FIRST HISTORY    *
073800*                      DATED IN THE PERIOD AND REPLAY EVERY LINE  *
073900*                      UP TO THE PERIOD END FROM THE OPENING      *
074000*                      FIGURES.  THE TIE PASS ONLY COUNTS AND     *
074100*                      TOTALS; THE PRINT PASS ALSO WRITES THE     *
074200*                      STATEMENT AND EXTRACT LINES.               *
074300******************************************************************
074400 3000-WALK-PERIOD.
074500     MOVE WS-OPEN-BALANCE     TO WS-RUN-BALANCE.
074600     MOVE WS-OPEN-STATUS      TO WS-ACC-STATUS.
074700     MOVE 0                   TO WS-PERIOD-LINES.
074800     MOVE 'N'                 TO WS-BAD-HISTORY-SW.
074900     MOVE 'N'                 TO WS-HISTORY-DONE-SW.
075000     MOVE SPACES              TO DL100-TRAN-HISTORY-RECORD.
075100     MOVE DL100-AC-ACCOUNT-NO TO DL100-TH-ACCOUNT-NO.
075200     MOVE WS-PERIOD-FROM-DATE TO DL100-TH-TRANS-DATE.
075300     START TRANHIST KEY NOT < DL100-TH-KEY
075400         INVALID KEY
075500             GO TO 3000-EXIT
075600     END-START.
075700     PERFORM 3100-READ-NEXT-HISTORY THRU 3100-EXIT.
075800     PERFORM 3200-ONE-PERIOD-LINE THRU 3200-EXIT
075900         UNTIL HISTORY-DONE.
076000 3000-EXIT.
076100     EXIT.
076200*
076300 3100-READ-NEXT-HISTORY.
076400     READ TRANHIST NEXT
076500         AT END
076600             SET HISTORY-DONE TO TRUE
076700             GO TO 3100-EXIT
076800     END-READ.
076900     IF DL100-TH-ACCOUNT-NO NOT = DL100-AC-ACCOUNT-NO
077000      OR DL100-TH-TRANS-DATE > WS-PERIOD-TO-DATE
077100         SET HISTORY-DONE TO TRUE
077200         GO TO 3100-EXIT
077300     END-IF.
077400     IF TIE-PASS
077500         ADD 1 TO WS-HISTORY-READ
077600     END-IF.
077700 3100-EXIT.
077800     EXIT.
077900*
078000******************************************************************
078100* 3200-ONE-PERIOD-LINE  -  REPLAY ONE LINE BY THE POSTING STEP'S  *
078200*                          RULES AND, ON THE PRINT PASS, WRITE    *
078300*                          IT.                                    *
078400******************************************************************
078500 3200-ONE-PERIOD-LINE.
078600     ADD 1 TO WS-PERIOD-LINES.
078700     MOVE SPACES              TO WS-SD-NOTE.
078800     MOVE SPACE               TO WS-DIVERTED-FLAG.
078900     MOVE DL100-TH-TRANS-TYPE TO WS-MAINT-TYPE.
079000     EVALUATE TRUE
079100         WHEN MAINT-TRANSACTION
079200             PERFORM 3300-APPLY-MAINTENANCE THRU 3300-EXIT
079300         WHEN WS-ACC-STATUS = 'C' OR WS-ACC-STATUS = 'B'
079400             MOVE 'DIVERTED' TO WS-SD-NOTE
079500             MOVE 'D'        TO WS-DIVERTED-FLAG
079600         WHEN DL100-TH-AMOUNT IS NOT NUMERIC
079700             MOVE 'BAD AMT ' TO WS-SD-NOTE
079800             SET HISTORY-DAMAGED TO TRUE
079810*        AN ITEM THE POSTING STEP RETURNED UNPAID NEVER MOVED
079820*        THE BALANCE - IT IS LISTED SO THE CUSTOMER SEES WHY.
079830         WHEN DL100-TH-NSF-RETURNED
079840             MOVE 'RETURNED' TO WS-SD-NOTE
079850             MOVE 'R'        TO WS-DIVERTED-FLAG
079900         WHEN OTHER
080000             ADD DL100-TH-AMOUNT TO WS-RUN-BALANCE
080100     END-EVALUATE.
080110     IF DL100-TH-REVERSED AND WS-SD-NOTE = SPACES
080120         MOVE 'REVERSED' TO WS-SD-NOTE
080130     END-IF.
080200     IF PRINT-PASS
080300         PERFORM 3400-PRINT-ONE-LINE THRU 3400-EXIT
080400     END-IF.
080500     PERFORM 3100-READ-NEXT-HISTORY THRU 3100-EXIT.
080600 3200-EXIT.
080700     EXIT.
080800*
080900******************************************************************
081000* 3300-APPLY-MAINTENANCE  -  A MAINTENANCE RECORD MOVES THE       *
081100*                        STATUS, NOT THE MONEY - THE SAME RULE    *
081200*                        THE POSTING STEP APPLIES.                *
081300******************************************************************
081400 3300-APPLY-MAINTENANCE.
081500     EVALUATE DL100-TH-TRANS-TYPE
081600         WHEN 'OP'
081700             MOVE 'O' TO WS-ACC-STATUS
081800         WHEN 'CL'
081900             MOVE 'C' TO WS-ACC-STATUS
082000         WHEN 'BK'
082100             MOVE 'B' TO WS-ACC-STATUS
082200         WHEN 'UB'
082300             MOVE 'O' TO WS-ACC-STATUS
082400     END-EVALUATE.
082500     MOVE 'STATUS ' TO WS-SD-NOTE.
082600     MOVE WS-ACC-STATUS TO WS-SD-NOTE (8:1).
082700 3300-EXIT.
082800     EXIT.
082900*
083000 3400-PRINT-ONE-LINE.
083100     MOVE DL100-TH-TRANS-DATE    TO WS-SD-DATE.
083200     MOVE DL100-TH-TRANS-TYPE    TO WS-SD-TYPE.
083300     MOVE DL100-TH-TRAN-KEY      TO WS-SD-TRAN-KEY.
083400     IF DL100-TH-AMOUNT IS NUMERIC
083500         MOVE DL100-TH-AMOUNT    TO WS-SD-AMOUNT
083600     ELSE
083700         MOVE 0                  TO WS-SD-AMOUNT
083800     END-IF.
083900     MOVE DL100-TH-CURRENCY-CODE TO WS-SD-CURRENCY.
084000     IF DL100-TH-ORIG-AMOUNT IS NUMERIC
084100         MOVE DL100-TH-ORIG-AMOUNT TO WS-SD-ORIG-AMOUNT
084200     ELSE
084300         MOVE 0                  TO WS-SD-ORIG-AMOUNT
084400     END-IF.
084500     MOVE WS-RUN-BALANCE         TO WS-SD-BALANCE.
084600     MOVE WS-STM-DETAIL          TO STMTOUT-REC.
084700     WRITE STMTOUT-REC.
084800     MOVE SPACES                 TO DL100-ESTATEMENT-RECORD.
084900     SET DL100-ES-DETAIL         TO TRUE.
085000     MOVE DL100-AC-ACCOUNT-NO    TO DL100-ES-ACCOUNT-NO.
085100     MOVE WS-STMT-PERIOD         TO DL100-ES-PERIOD.
085200     MOVE DL100-TH-TRANS-DATE    TO DL100-ES-TRANS-DATE.
085300     MOVE DL100-TH-TRANS-TYPE    TO DL100-ES-TRANS-TYPE.
085400     MOVE DL100-TH-TRAN-KEY      TO DL100-ES-TRAN-KEY.
085500     IF DL100-TH-AMOUNT IS NUMERIC
085600         MOVE DL100-TH-AMOUNT    TO DL100-ES-AMOUNT
085700     ELSE
085800         MOVE 0                  TO DL100-ES-AMOUNT
085900     END-IF.
086000     MOVE DL100-TH-CURRENCY-CODE TO DL100-ES-CURRENCY-CODE.
086100     IF DL100-TH-ORIG-AMOUNT IS NUMERIC
086200         MOVE DL100-TH-ORIG-AMOUNT TO DL100-ES-ORIG-AMOUNT
086300     ELSE
086400         MOVE 0                  TO DL100-ES-ORIG-AMOUNT
086500     END-IF.
086600     MOVE WS-RUN-BALANCE         TO DL100-ES-RUN-BALANCE.
086700     MOVE WS-DIVERTED-FLAG       TO DL100-ES-DIVERTED-FLAG.
086800     MOVE DL100-ESTATEMENT-RECORD TO ESTMOUT-REC.
086900     WRITE ESTMOUT-REC.
087000     ADD 1 TO WS-EXTRACT-RECORDS.
087100 3400-EXIT.
087200     EXIT.
087300*
087400******************************************************************
087500* 8000-STATEMENT-TOTALS  -  CLOSE THE EXTRACT WITH ITS FILE       *
087600*                           TRAILER AND THE EXCEPTIONS REPORT     *
087700*                           WITH THE RUN'S COUNTS.                *
087800******************************************************************
087900 8000-STATEMENT-TOTALS.
088000     MOVE SPACES                TO DL100-ESTATEMENT-RECORD.
088100     SET DL100-ES-TRAILER       TO TRUE.
088200     MOVE HIGH-VALUES           TO DL100-ES-ACCOUNT-NO.
088300     MOVE WS-STMT-PERIOD        TO DL100-ES-PERIOD.
088400     ADD 1 TO WS-EXTRACT-RECORDS.
088500     MOVE WS-STATEMENTS-WRITTEN TO DL100-ES-STATEMENT-COUNT.
088600     MOVE WS-EXTRACT-RECORDS    TO DL100-ES-RECORD-COUNT.
088700     MOVE WS-TOTAL-CLOSING      TO DL100-ES-CLOSE-TOTAL.
088800     MOVE DL100-ESTATEMENT-RECORD TO ESTMOUT-REC.
088900     WRITE ESTMOUT-REC.
089000     MOVE WS-STATEMENTS-WRITTEN TO WS-ET-STATEMENTS.
089100     MOVE WS-EXC-TRAILER-1      TO STMEXC-REC.
089200     WRITE STMEXC-REC.
089300     MOVE WS-EXCEPTIONS         TO WS-ET-EXCEPTIONS.
089400     MOVE WS-EXC-TRAILER-2      TO STMEXC-REC.
089500     WRITE STMEXC-REC.
089600     MOVE WS-ACCOUNTS-SKIPPED   TO WS-ET-SKIPPED.
089700     MOVE WS-EXC-TRAILER-3      TO STMEXC-REC.
089800     WRITE STMEXC-REC.
089900     MOVE WS-TOTAL-CLOSING      TO WS-ET-CLOSING.
090000     MOVE WS-EXC-TRAILER-4      TO STMEXC-REC.
090100     WRITE STMEXC-REC.
090200 8000-EXIT.
090300     EXIT.
090400*
090500******************************************************************
090600* 8500-WRITE-AUDIT  -  APPEND ONE AUDIT-TRAIL RECORD FOR THIS RUN *
090700******************************************************************
090800 8500-WRITE-AUDIT.
090900     OPEN EXTEND AUDTRL.
091000     IF NOT AUDTRL-OK
091100         DISPLAY 'HELLO19 - UNABLE TO OPEN AUDTRL, STATUS = '
091200             WS-AUDTRL-STATUS
091300         GO TO 8500-EXIT
091400     END-IF.
091500     MOVE SPACES               TO DL100-AUDIT-RECORD.
091600     MOVE DL100-JOB-NAME       TO DL100-AU-JOB-NAME.
091700     MOVE DL100-RUN-DATE       TO DL100-AU-RUN-DATE.
091800     MOVE DL100-RUN-TIME       TO DL100-AU-RUN-TIME.
091900     MOVE WS-RUN-START-DATE    TO DL100-AU-START-DATE.
092000     MOVE WS-RUN-START-TIME    TO DL100-AU-START-TIME.
092100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
092200     ACCEPT WS-CURRENT-TIME FROM TIME.
092300     MOVE WS-CURRENT-DATE      TO DL100-AU-END-DATE.
092400     MOVE WS-CURRENT-TIME      TO DL100-AU-END-TIME.
092500     MOVE WS-ACCOUNTS-READ     TO DL100-AU-RECORDS-READ.
092600     MOVE WS-STATEMENTS-WRITTEN TO DL100-AU-RECORDS-WRITTEN.
092700     MOVE DL100-RETURN-CODE    TO DL100-AU-RETURN-CODE.
092800     MOVE DL100-AUDIT-RECORD   TO AUDTRL-REC.
092900     WRITE AUDTRL-REC.
093000     CLOSE AUDTRL.
093100 8500-EXIT.
093200     EXIT.
093300*
093400******************************************************************
093500* 9100-WRITE-STATUS  -  THE SINGLE FIXED-FORMAT STATUS RECORD      *
093600*                       THE SCHEDULER AND THE NIGHT-STATUS STEP    *
093700*                       TEST.  WRITTEN FROM 9999 SO EVEN AN        *
093800*                       ABORTED RUN LEAVES A FAIL VERDICT BEHIND.  *
093900******************************************************************
094000 9100-WRITE-STATUS.
094100     OPEN OUTPUT STATOUT.
094200     IF NOT STATOUT-OK
094300         DISPLAY 'HELLO19 - UNABLE TO OPEN STATOUT, STATUS = '
094400             WS-STATOUT-STATUS
094500         GO TO 9100-EXIT
094600     END-IF.
094700     MOVE SPACES                 TO DL100-STATUS-RECORD.
094800     MOVE DL100-JOB-NAME         TO DL100-SR-JOB-NAME.
094900     MOVE DL100-RUN-DATE         TO DL100-SR-RUN-DATE.
095000     MOVE WS-ACCOUNTS-READ       TO DL100-SR-RECORDS-READ.
095100     MOVE WS-STATEMENTS-WRITTEN  TO DL100-SR-RECORDS-WRITTEN.
095200     MOVE WS-EXCEPTIONS          TO DL100-SR-RECORDS-SUSPENDED.
095300     MOVE WS-TOTAL-CLOSING       TO DL100-SR-AMOUNT-TOTAL.
095400     MOVE DL100-RETURN-CODE      TO DL100-SR-RETURN-CODE.
095500     IF DL100-RETURN-CODE = 0
095600         SET DL100-SR-PASSED TO TRUE
095700     ELSE
095800         SET DL100-SR-FAILED TO TRUE
095900     END-IF.
096000     MOVE DL100-STATUS-RECORD    TO STATOUT-REC.
096100     WRITE STATOUT-REC.
096200     CLOSE STATOUT.
096300 9100-EXIT.
096400     EXIT.
096500*
096600******************************************************************
096700* 9999-TERMINATE  -  WRITE THE STATUS RECORD, CLOSE FILES,         *
096800*                    REPORT COUNTS AND SET THE STEP RETURN CODE.   *
096900******************************************************************
097000 9999-TERMINATE.
097100     PERFORM 9100-WRITE-STATUS THRU 9100-EXIT.
097200     IF NOT ABORT-RUN
097300         CLOSE ACCTMST
097400         CLOSE MEHPRV
097500         CLOSE MEHCUR
097600         CLOSE TRANHIST
097700         CLOSE STMTOUT
097800         CLOSE ESTMOUT
097900         CLOSE STMEXC
098000     END-IF.
098100     DISPLAY 'HELLO19 - ACCOUNTS READ       = ' WS-ACCOUNTS-READ.
098200     DISPLAY 'HELLO19 - STATEMENTS PRODUCED = '
098300         WS-STATEMENTS-WRITTEN.
098400     DISPLAY 'HELLO19 - ACCOUNTS HELD BACK  = ' WS-EXCEPTIONS.
098500     DISPLAY 'HELLO19 - ACCOUNTS PASSED BY  = '
098510         WS-ACCOUNTS-SKIPPED.
098600     DISPLAY 'HELLO19 - HISTORY LINES READ  = ' WS-HISTORY-READ.
098700     DISPLAY 'HELLO19 - FINAL RETURN CODE   = ' DL100-RETURN-CODE.
098800     MOVE DL100-RETURN-CODE TO RETURN-CODE.
098900     DISPLAY 'HELLO19 - MONTHLY STATEMENTS COMPLETE'.
099000 9999-EXIT.
099100     EXIT.
