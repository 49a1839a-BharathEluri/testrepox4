000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID.  HELLO25                                        *
000400*                                                                *
000500*    SUBLEDGER-TO-GENERAL-LEDGER BALANCE PROOF.                  *
000600*                                                                *
000700*    THE GL INTERFACE STEP (HELLO11) PROVES EACH NIGHT'S JOURNAL *
000800*    AGAINST THE EXTRACT RUN'S TOTALS, BUT NOTHING PROVED THAT   *
000900*    THE ACCUMULATED LEDGER STILL AGREES WITH THE ACCOUNT MASTER *
001000*    - A MISSED JOURNAL LOAD, A RERUN OR A MANUAL LEDGER ENTRY   *
001100*    COULD OPEN A GAP THAT STAYED HIDDEN UNTIL QUARTER-END.      *
001200*    THIS STEP KEEPS A PERSISTENT GL BALANCE FILE (GLBREC -      *
001300*    GLBIN THE LAST GENERATION, GLBOUT THE NEXT), ADDS THE       *
001400*    NIGHT'S JOURNAL GENERATION (GLJIN) AND ANY MANUAL LEDGER    *
001500*    ENTRIES (GLMAN) TO IT BY GL ACCOUNT, AND PROVES THE         *
001600*    DEPOSIT-LIABILITY CONTROL TOTAL AGAINST THE SUM OF THE      *
001700*    CURRENT BALANCES ON ACCTMST.                                *
001800*                                                                *
001900*    EVERY CUSTOMER MOVEMENT IS JOURNALLED AGAINST THE CASH      *
002000*    CLEARING ACCOUNT, SO THE CONTROL TOTAL IS THE TAKE-ON       *
002100*    POSITION PLUS THE CREDIT BALANCE OF EVERY OTHER ACCOUNT ON  *
002200*    THE FILE BAR THE NON-MONETARY MEMO ACCOUNT.  THE JOURNAL    *
002300*    ALSO CARRIES ITEMS THE POSTING STEP NEVER APPLIED TO THE    *
002400*    MASTER - ITEMS RETURNED UNPAID (NSFIN, THE NIGHT'S          *
002500*    RETURNED-ITEMS GENERATION) AND POSTING EXCEPTIONS (THE      *
002600*    JOURNAL'S NET LESS WHAT THE POSTING STEP'S STATUS RECORD,   *
002700*    PSTSTAT, SAYS IT POSTED, LESS THE RETURNS).  BOTH ARE       *
002800*    CARRIED FORWARD ON THE BALANCE FILE AS RECONCILING ITEMS    *
002900*    AND TAKEN OFF THE CONTROL TOTAL BEFORE THE COMPARISON.      *
003000*                                                                *
003100*    GLPRPT IS THE DAILY PROOF - EACH GL ACCOUNT'S OPENING       *
003200*    BALANCE, THE NIGHT'S MOVEMENT AND THE CLOSING BALANCE, THEN *
003300*    THE RECONCILING ITEMS, THE MASTER TOTAL AND THE DIFFERENCE. *
003400*    A DIFFERENCE LARGER EITHER WAY THAN THE TOLERANCE CARD, OR  *
003500*    A LEDGER THAT NO LONGER NETS TO ZERO, ENDS THE STEP RC      *
003600*    0016; THE STATUS RECORD CARRIES THE DIFFERENCE TO THE       *
003700*    NIGHT-STATUS PAGE.                                          *
003800*                                                                *
003900*    A JOURNAL WHOSE POSTING DATE IS NOT LATER THAN THE LAST ONE *
004000*    APPLIED IS A RERUN AND IS NOT ADDED AGAIN (RC 0004).  THE   *
004100*    FIRST RUN FINDS NO BALANCES AND MUST BE TOLD SO WITH THE    *
004200*    TAKEON CARD - IT TAKES THE OPENING POSITION FROM THE        *
004300*    MASTER.  AN EMPTY BALANCE FILE WITHOUT THE CARD, THE CARD   *
004400*    WITH BALANCES PRESENT, OR ANY DAMAGED INPUT FAILS THE STEP  *
004500*    RC 0020 AND THE BALANCE FILE IS NOT WRITTEN.                *
004510*    A MANUAL LEG IS HELD TO THE SAME DATE - ONE NOT LATER THAN  *
004520*    THE LAST APPLIED DATE IS SKIPPED, AND ONE DATED AFTER       *
004530*    TONIGHT'S JOURNAL WAITS FOR THE NIGHT WHOSE JOURNAL REACHES *
004540*    IT, SO AN ENTRY LEFT ON GLMAN IS NEVER ADDED TWICE.         *
004600*                                                                *
004700*    MODIFICATION HISTORY                                        *
004800*    DATE       BY    DESCRIPTION                                *
004900*    ---------- ----- -------------------------------------      *
005000*    2026-10-15 DLM   ORIGINAL.                                  *
005100*                                                                *
005200******************************************************************
005300 IDENTIFICATION DIVISION.
005400 PROGRAM-ID.    HELLO25.
005500 AUTHOR.        D L MERCER.
005600 INSTALLATION.  DAILY BATCH SUITE.
005700 DATE-WRITTEN.  2026-10-15.
005800 DATE-COMPILED.
005900 ENVIRONMENT    DIVISION.
006000 INPUT-OUTPUT   SECTION.
006100 FILE-CONTROL.
006200*    GLJIN IS THE GL JOURNAL GENERATION THE INTERFACE STEP JUST
006300*    WROTE (GLJREC).  GLMAN CARRIES THE MANUAL ENTRIES MADE IN
006400*    THE CORPORATE LEDGER, IN THE SAME FORMAT, EACH ADDED WITH
006500*    THE JOURNAL OF ITS DATE - IT IS OFTEN EMPTY, SO OPTIONAL.
006600     SELECT GLJIN   ASSIGN TO GLJIN
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-GLJIN-STATUS.
006900     SELECT OPTIONAL GLMAN ASSIGN TO GLMAN
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-GLMAN-STATUS.
007200*    GLBIN IS THE LAST RUN'S BALANCE FILE AND GLBOUT THE NEXT
007300*    GENERATION (GLBREC).  THE FIRST RUN HAS NONE TO READ.
007400     SELECT OPTIONAL GLBIN ASSIGN TO GLBIN
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-GLBIN-STATUS.
007700     SELECT GLBOUT  ASSIGN TO GLBOUT
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-GLBOUT-STATUS.
008000     SELECT ACCTMST ASSIGN TO ACCTMST
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE  IS SEQUENTIAL
008300         RECORD KEY   IS DL100-AC-ACCOUNT-NO
008400         FILE STATUS  IS WS-ACCTMST-STATUS.
008500*    NSFIN IS THE NIGHT'S RETURNED-ITEMS GENERATION (NSFREC) AND
008600*    PSTSTAT THE POSTING STEP'S STATUS RECORD (STATREC).  BOTH
008700*    ONLY SPLIT OUT THE NIGHT'S RECONCILING ITEMS, SO BOTH ARE
008800*    OPTIONAL - WITHOUT THEM ANY SUCH ITEM SHOWS AS DIFFERENCE.
008900     SELECT OPTIONAL NSFIN ASSIGN TO NSFIN
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-NSFIN-STATUS.
009200     SELECT OPTIONAL PSTSTAT ASSIGN TO PSTSTAT
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-PSTSTAT-STATUS.
009500     SELECT GLPRPT  ASSIGN TO GLPRPT
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-GLPRPT-STATUS.
009800     SELECT AUDTRL  ASSIGN TO AUDTRL
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS WS-AUDTRL-STATUS.
010100     SELECT STATOUT ASSIGN TO STATOUT
010200         ORGANIZATION IS LINE SEQUENTIAL
010300         FILE STATUS IS WS-STATOUT-STATUS.
010400*    PARMCRD CARRIES THE RUN'S KEYWORD=VALUE CONTROL CARDS -
010500*    SEE 1050-LOAD-CONTROL-CARDS.
010600     SELECT OPTIONAL PARMCRD ASSIGN TO PARMCRD
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS WS-PARMCRD-STATUS.
010900 DATA           DIVISION.
011000 FILE           SECTION.
011100 FD  GLJIN
011200     RECORDING MODE IS F.
011300 01  GLJIN-REC                      PIC X(80).
011400 FD  GLMAN
011500     RECORDING MODE IS F.
011600 01  GLMAN-REC                      PIC X(80).
011700 FD  GLBIN
011800     RECORDING MODE IS F.
011900 01  GLBIN-REC                      PIC X(80).
012000 FD  GLBOUT
012100     RECORDING MODE IS F.
012200 01  GLBOUT-REC                     PIC X(80).
012300 FD  ACCTMST
012400     RECORD CONTAINS 80 CHARACTERS.
012500*
012600     COPY ACCTREC.
012700*
012800 FD  NSFIN
012900     RECORDING MODE IS F.
013000 01  NSFIN-REC                      PIC X(80).
013100 FD  PSTSTAT
013200     RECORDING MODE IS F.
013300 01  PSTSTAT-REC                    PIC X(80).
013400 FD  GLPRPT
013500     RECORDING MODE IS F.
013600 01  GLPRPT-REC                     PIC X(80).
013700 FD  AUDTRL
013800     RECORDING MODE IS F.
013900 01  AUDTRL-REC                     PIC X(80).
014000 FD  STATOUT
014100     RECORDING MODE IS F.
014200 01  STATOUT-REC                    PIC X(80).
014300 FD  PARMCRD
014400     RECORDING MODE IS F.
014500 01  PARMCRD-REC                    PIC X(80).
014600 WORKING-STORAGE SECTION.
014700*
014800     COPY COPY1.
014900*
015000 01  WS-DATE-TIME.
015100     05  WS-CURRENT-DATE            PIC 9(8).
015200     05  WS-CURRENT-TIME            PIC 9(8).
015300 01  WS-FILE-STATUSES.
015400     05  WS-GLJIN-STATUS            PIC XX       VALUE '00'.
015500         88  GLJIN-OK                            VALUE '00'.
015600     05  WS-GLMAN-STATUS            PIC XX       VALUE '00'.
015700         88  GLMAN-OK                            VALUE '00' '05'.
015800     05  WS-GLBIN-STATUS            PIC XX       VALUE '00'.
015900         88  GLBIN-OK                            VALUE '00' '05'.
016000     05  WS-GLBOUT-STATUS           PIC XX       VALUE '00'.
016100         88  GLBOUT-OK                           VALUE '00'.
016200     05  WS-ACCTMST-STATUS          PIC XX       VALUE '00'.
016300         88  ACCTMST-OK                          VALUE '00' '05'.
016400     05  WS-NSFIN-STATUS            PIC XX       VALUE '00'.
016500         88  NSFIN-OK                            VALUE '00' '05'.
016600     05  WS-PSTSTAT-STATUS          PIC XX       VALUE '00'.
016700         88  PSTSTAT-OK                          VALUE '00' '05'.
016800     05  WS-GLPRPT-STATUS           PIC XX       VALUE '00'.
016900         88  GLPRPT-OK                           VALUE '00'.
017000     05  WS-AUDTRL-STATUS           PIC XX       VALUE '00'.
017100         88  AUDTRL-OK                           VALUE '00'.
017200     05  WS-STATOUT-STATUS          PIC XX       VALUE '00'.
017300         88  STATOUT-OK                          VALUE '00'.
017400     05  WS-PARMCRD-STATUS          PIC XX       VALUE '00'.
017500         88  PARMCRD-OK                          VALUE '00'.
017600         88  PARMCRD-EOF                         VALUE '10'.
017700*
017800 01  WS-SWITCHES.
017900     05  WS-GLBIN-EOF-SW            PIC X        VALUE 'N'.
018000         88  GLBIN-AT-EOF                        VALUE 'Y'.
018100     05  WS-GLJIN-EOF-SW            PIC X        VALUE 'N'.
018200         88  GLJIN-AT-EOF                        VALUE 'Y'.
018300     05  WS-GLMAN-EOF-SW            PIC X        VALUE 'N'.
018400         88  GLMAN-AT-EOF                        VALUE 'Y'.
018500     05  WS-ACCTMST-EOF-SW          PIC X        VALUE 'N'.
018600         88  ACCTMST-AT-EOF                      VALUE 'Y'.
018700     05  WS-NSFIN-EOF-SW            PIC X        VALUE 'N'.
018800         88  NSFIN-AT-EOF                        VALUE 'Y'.
018900     05  WS-HEADER-SW               PIC X        VALUE 'N'.
019000         88  HEADER-FOUND                        VALUE 'Y'.
019100     05  WS-TAKEON-SW               PIC X        VALUE 'N'.
019200         88  TAKEON-RUN                          VALUE 'Y'.
019300     05  WS-APPLIED-SW              PIC X        VALUE 'N'.
019400         88  JOURNAL-ALREADY-APPLIED             VALUE 'Y'.
019500     05  WS-POSTED-SW               PIC X        VALUE 'N'.
019600         88  POSTED-TOTAL-FOUND                  VALUE 'Y'.
019700     05  WS-ABORT-SW                PIC X        VALUE 'N'.
019800         88  ABORT-RUN                           VALUE 'Y'.
019820     05  WS-GLPRPT-OPEN-SW          PIC X        VALUE 'N'.
019840         88  GLPRPT-OPEN                         VALUE 'Y'.
019900*
020000 01  WS-COUNTERS                    COMP.
020100     05  WS-BALANCES-READ           PIC 9(9)     VALUE 0.
020200     05  WS-JOURNAL-LEGS            PIC 9(9)     VALUE 0.
020300     05  WS-MANUAL-LEGS             PIC 9(9)     VALUE 0.
020310     05  WS-MANUAL-SKIPPED          PIC 9(9)     VALUE 0.
020320     05  WS-MANUAL-HELD             PIC 9(9)     VALUE 0.
020400     05  WS-RETURNS-READ            PIC 9(9)     VALUE 0.
020500     05  WS-ACCOUNTS-READ           PIC 9(9)     VALUE 0.
020600     05  WS-ACCOUNTS-UNUSABLE       PIC 9(9)     VALUE 0.
020700     05  WS-BALANCES-WRITTEN        PIC 9(9)     VALUE 0.
020800*
020900*    THE PROOF FIGURES.  GL BALANCES ARE CARRIED DEBIT POSITIVE,
021000*    CREDIT NEGATIVE; THE CONTROL TOTAL AND THE RECONCILING ITEMS
021100*    ARE IN SUBLEDGER TERMS - A CUSTOMER'S MONEY IN IS POSITIVE.
021200*    THE TOLERANCE IS WHOLE BASE-CURRENCY UNITS EITHER WAY.
021300 01  WS-PROOF-WORK.
021400     05  WS-TOLERANCE               PIC 9(09)       VALUE 0.
021500     05  WS-JOURNAL-DATE            PIC X(08)       VALUE SPACES.
021600     05  WS-LAST-APPLIED-DATE       PIC X(08)       VALUE SPACES.
021700     05  WS-NEW-APPLIED-DATE        PIC X(08)       VALUE SPACES.
021800     05  WS-TAKEON-AMOUNT           PIC S9(13)V99   VALUE 0.
021900     05  WS-TAKEON-DATE             PIC X(08)       VALUE SPACES.
022000     05  WS-LEG-AMOUNT              PIC S9(11)V99   VALUE 0.
022100     05  WS-JOURNAL-NET             PIC S9(13)V99   VALUE 0.
022200     05  WS-MANUAL-NET              PIC S9(13)V99   VALUE 0.
022300     05  WS-POSTED-AMOUNT           PIC S9(13)V99   VALUE 0.
022400     05  WS-CLOSING-BALANCE         PIC S9(13)V99   VALUE 0.
022500     05  WS-LEDGER-NET              PIC S9(13)V99   VALUE 0.
022600     05  WS-CONTROL-TOTAL           PIC S9(13)V99   VALUE 0.
022700     05  WS-RECON-TOTAL             PIC S9(13)V99   VALUE 0.
022800     05  WS-EXPECTED-TOTAL          PIC S9(13)V99   VALUE 0.
022900     05  WS-MASTER-TOTAL            PIC S9(13)V99   VALUE 0.
023000     05  WS-DIFFERENCE              PIC S9(13)V99   VALUE 0.
023100     05  WS-ABS-DIFFERENCE          PIC S9(13)V99   VALUE 0.
023200*
023300*    THE TWO RECONCILING-ITEM CATEGORIES - WHAT EARLIER NIGHTS
023400*    LEFT ON THE BALANCE FILE AND WHAT TONIGHT ADDS.
023500 01  WS-RECONCILING-ITEMS.
023600     05  WS-RCN-NSF-KEY             PIC X(10)    VALUE
023700         'NSFRETURN'.
023800     05  WS-RCN-NSF-PRIOR           PIC S9(13)V99   VALUE 0.
023900     05  WS-RCN-NSF-TONIGHT         PIC S9(13)V99   VALUE 0.
024000     05  WS-RCN-NSF-LAST-DATE       PIC X(08)       VALUE SPACES.
024100     05  WS-RCN-NSF-OPENED-DATE     PIC X(08)       VALUE SPACES.
024200     05  WS-RCN-EXC-KEY             PIC X(10)    VALUE
024300         'POSTEXCPT'.
024400     05  WS-RCN-EXC-PRIOR           PIC S9(13)V99   VALUE 0.
024500     05  WS-RCN-EXC-TONIGHT         PIC S9(13)V99   VALUE 0.
024600     05  WS-RCN-EXC-LAST-DATE       PIC X(08)       VALUE SPACES.
024700     05  WS-RCN-EXC-OPENED-DATE     PIC X(08)       VALUE SPACES.
024800*
024900*    ONE ROW PER GL ACCOUNT ON THE BALANCE FILE, IN FILE ORDER,
025000*    WITH ANY ACCOUNT FIRST SEEN TONIGHT ADDED AT THE END.
025100 01  WS-GLA-CONTROL.
025200     05  WS-GLA-MAX                 PIC 9(03)    VALUE 100  COMP.
025300     05  WS-GLA-COUNT               PIC 9(03)    VALUE 0    COMP.
025400     05  WS-GLA-SUB                 PIC 9(03)    VALUE 0    COMP.
025500     05  WS-GLA-USE                 PIC 9(03)    VALUE 0    COMP.
025600     05  WS-GLA-TABLE.
025700         10  WS-GLA-ENTRY           OCCURS 100 TIMES.
025800             15  WS-GLA-ACCOUNT     PIC X(10).
025900             15  WS-GLA-OPENING     PIC S9(13)V99  COMP.
026000             15  WS-GLA-MOVEMENT    PIC S9(13)V99  COMP.
026100             15  WS-GLA-LAST-DATE   PIC X(08).
026200             15  WS-GLA-OPENED-DATE PIC X(08).
026300*
026400*    CHART-OF-ACCOUNTS CONSTANTS - THE SAME CHART THE GL
026500*    INTERFACE STEP (HELLO11) JOURNALS TO.  KEEP THE TWO IN STEP.
026600 01  WS-GL-CHART.
026700     05  WS-GL-CASH-CLEARING        PIC X(10) VALUE '1010000000'.
026800     05  WS-GL-DEPOSITS             PIC X(10) VALUE '2011000000'.
026900     05  WS-GL-WITHDRAWALS          PIC X(10) VALUE '2012000000'.
027000     05  WS-GL-TRANSFERS            PIC X(10) VALUE '2013000000'.
027100     05  WS-GL-FEES                 PIC X(10) VALUE '4010000000'.
027200     05  WS-GL-INTEREST             PIC X(10) VALUE '5010000000'.
027300     05  WS-GL-ADJUSTMENTS          PIC X(10) VALUE '2019000000'.
027400     05  WS-GL-REVERSALS            PIC X(10) VALUE '2018000000'.
027500     05  WS-GL-NONMONETARY          PIC X(10) VALUE '9010000000'.
027600     05  WS-GL-UNMAPPED             PIC X(10) VALUE '2099000000'.
027700*
027800     COPY GLJREC.
027900*
028000     COPY GLBREC.
028100*
028200     COPY NSFREC.
028300*
028400     COPY AUDTREC.
028500*
028600     COPY STATREC.
028700*
028800 01  WS-AUDIT-TIMESTAMPS.
028900     05  WS-RUN-START-DATE          PIC 9(08)    VALUE 0.
029000     05  WS-RUN-START-TIME          PIC 9(08)    VALUE 0.
029100*
029200*    CONTROL-CARD PARSE WORK AREA - SEE 1050-LOAD-CONTROL-CARDS.
029300 01  WS-CARD-WORK.
029400     05  WS-CC-KEYWORD              PIC X(16)    VALUE SPACES.
029500     05  WS-CC-VALUE                PIC X(20)    VALUE SPACES.
029600     05  WS-CC-NUMERIC              PIC 9(09)    VALUE 0   COMP.
029700     05  WS-CC-DIGIT                PIC 9(01)    VALUE 0.
029800     05  WS-CC-SUB                  PIC 9(02)    VALUE 0   COMP.
029900     05  WS-CC-SCAN-SW              PIC X(01)    VALUE SPACE.
030000         88  CC-VALUE-ENDED                      VALUE 'E'.
030100         88  CC-VALUE-BAD                        VALUE 'B'.
030200*
030300 01  WS-GLP-HEADING-1.
030400     05  FILLER                     PIC X(01)    VALUE SPACE.
030500     05  FILLER                     PIC X(45)    VALUE
030600         'HELLO25 SUBLEDGER/GL BALANCE PROOF - RUN DATE'.
030700     05  FILLER                     PIC X(01)    VALUE SPACE.
030800     05  WS-GH-RUN-DATE             PIC X(08)    VALUE SPACES.
030900     05  FILLER                     PIC X(25)    VALUE SPACES.
031000 01  WS-GLP-HEADING-2.
031100     05  FILLER                     PIC X(01)    VALUE SPACE.
031200     05  FILLER                     PIC X(13)    VALUE
031300         'JOURNAL DATE'.
031400     05  WS-GH-JOURNAL-DATE         PIC X(08)    VALUE SPACES.
031500     05  FILLER                     PIC X(03)    VALUE SPACES.
031600     05  FILLER                     PIC X(18)    VALUE
031700         'LAST APPLIED DATE'.
031800     05  WS-GH-LAST-APPLIED         PIC X(08)    VALUE SPACES.
031900     05  FILLER                     PIC X(03)    VALUE SPACES.
032000     05  WS-GH-NOTE                 PIC X(26)    VALUE SPACES.
032100 01  WS-GLP-HEADING-3.
032200     05  FILLER                     PIC X(01)    VALUE SPACE.
032300     05  FILLER                     PIC X(36)    VALUE
032400         'GL-ACCOUNT NAME'.
032500     05  FILLER                     PIC X(43)    VALUE
032600         'OPENING       MOVEMENT         CLOSING'.
032700 01  WS-GLP-DETAIL.
032800     05  FILLER                     PIC X(01)    VALUE SPACE.
032900     05  WS-GD-ACCOUNT              PIC X(10)    VALUE SPACES.
033000     05  FILLER                     PIC X(01)    VALUE SPACE.
033100     05  WS-GD-NAME                 PIC X(16)    VALUE SPACES.
033200     05  WS-GD-OPENING              PIC -Z(11)9.99.
033300     05  WS-GD-MOVEMENT             PIC -Z(10)9.99.
033400     05  WS-GD-CLOSING              PIC -Z(11)9.99.
033500     05  FILLER                     PIC X(05)    VALUE SPACES.
033600 01  WS-GLP-PROOF-LINE.
033700     05  FILLER                     PIC X(01)    VALUE SPACE.
033800     05  WS-GP-LABEL                PIC X(34)    VALUE SPACES.
033900     05  WS-GP-AMOUNT               PIC -Z(12)9.99.
034000     05  FILLER                     PIC X(28)    VALUE SPACES.
034100 01  WS-GLP-COUNT-LINE.
034200     05  FILLER                     PIC X(01)    VALUE SPACE.
034300     05  WS-GN-LABEL                PIC X(34)    VALUE SPACES.
034400     05  FILLER                     PIC X(08)    VALUE SPACES.
034500     05  WS-GN-COUNT                PIC Z(08)9.
034600     05  FILLER                     PIC X(28)    VALUE SPACES.
034700 01  WS-GLP-VERDICT-LINE.
034800     05  FILLER                     PIC X(01)    VALUE SPACE.
034900     05  WS-GV-TEXT                 PIC X(79)    VALUE SPACES.
035000*
035100 LINKAGE        SECTION.
035200*
035300 01  LS-PARM-AREA.
035400     05  LS-PARM-LEN                PIC S9(4) COMP.
035500     05  LS-PARM-DATA.
035600         10  LS-PARM-OPERATOR-ID    PIC X(08).
035700 PROCEDURE      DIVISION USING LS-PARM-AREA.
035800*
035900 0000-MAINLINE.
036000     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
036100     IF NOT ABORT-RUN
036200         PERFORM 2000-LOAD-BALANCES    THRU 2000-EXIT
036300     END-IF.
036400     IF NOT ABORT-RUN
036500         PERFORM 3000-APPLY-JOURNAL    THRU 3000-EXIT
036600     END-IF.
036700     IF NOT ABORT-RUN
036800         PERFORM 3500-APPLY-MANUAL     THRU 3500-EXIT
036900     END-IF.
037000     IF NOT ABORT-RUN
037100         PERFORM 4000-RECONCILING-ITEMS THRU 4000-EXIT
037200     END-IF.
037300     IF NOT ABORT-RUN
037400         PERFORM 5000-TOTAL-MASTER     THRU 5000-EXIT
037500     END-IF.
037600     IF NOT ABORT-RUN
037700         PERFORM 6000-PROVE-BALANCES   THRU 6000-EXIT
037800         PERFORM 7000-WRITE-BALANCES   THRU 7000-EXIT
037900     END-IF.
038000     PERFORM 8500-WRITE-AUDIT      THRU 8500-EXIT.
038100     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
038200     GOBACK.
038300*
038400******************************************************************
038500* 1000-INITIALIZE  -  BUILD THE JOB BANNER, APPLY THE CONTROL    *
038600*                     CARDS AND OPEN THE REPORT.  THE OTHER      *
038700*                     FILES ARE OPENED AS EACH PASS NEEDS THEM.  *
038800******************************************************************
038900 1000-INITIALIZE.
039000     MOVE 'HELLO25'         TO DL100-JOB-NAME.
039100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
039200     ACCEPT WS-CURRENT-TIME FROM TIME.
039300     MOVE WS-CURRENT-DATE   TO DL100-RUN-DATE.
039400     MOVE WS-CURRENT-TIME   TO DL100-RUN-TIME.
039500     MOVE WS-CURRENT-DATE   TO WS-RUN-START-DATE.
039600     MOVE WS-CURRENT-TIME   TO WS-RUN-START-TIME.
039700     MOVE SPACES            TO DL100-OPERATOR-ID.
039800     IF LS-PARM-LEN >= 8
039900         MOVE LS-PARM-OPERATOR-ID TO DL100-OPERATOR-ID
040000     END-IF.
040100     MOVE 0                 TO DL100-RETURN-CODE.
040200     DISPLAY DL100-JOB-HEADER.
040300     PERFORM 1050-LOAD-CONTROL-CARDS THRU 1050-EXIT.
040400     IF ABORT-RUN
040500         GO TO 1000-EXIT
040600     END-IF.
040700     OPEN OUTPUT GLPRPT.
040800     IF NOT GLPRPT-OK
040900         DISPLAY 'HELLO25 - UNABLE TO OPEN GLPRPT, STATUS = '
041000             WS-GLPRPT-STATUS
041100         SET ABORT-RUN TO TRUE
041200         MOVE 0020 TO DL100-RETURN-CODE
041300         GO TO 1000-EXIT
041400     END-IF.
041450     SET GLPRPT-OPEN TO TRUE.
041500     MOVE DL100-RUN-DATE    TO WS-GH-RUN-DATE.
041600     MOVE WS-GLP-HEADING-1  TO GLPRPT-REC.
041700     WRITE GLPRPT-REC.
041800 1000-EXIT.
041900     EXIT.
042000*
042100******************************************************************
042200* 1050-LOAD-CONTROL-CARDS  -  READ THE KEYWORD=VALUE CONTROL     *
042300*                             CARDS.  EVERY CARD IS ECHOED TO    *
042400*                             THE JOB LOG SO THE RUN'S OPTIONS   *
042500*                             ARE ON RECORD; A BAD KEYWORD FAILS *
042600*                             THE STEP RC 0020 BEFORE ANY OTHER  *
042700*                             FILE IS OPENED.  KEYWORDS -        *
042800*                             OPERATOR, TOLERANCE, TAKEON.       *
042900******************************************************************
043000 1050-LOAD-CONTROL-CARDS.
043100     OPEN INPUT PARMCRD.
043200     IF NOT PARMCRD-OK
043300         DISPLAY 'HELLO25 - NO CONTROL CARDS - PARM AND '
043400             'DEFAULTS APPLY'
043500         GO TO 1050-EXIT
043600     END-IF.
043700     PERFORM 1055-READ-PARMCRD THRU 1055-EXIT.
043800     PERFORM 1060-ONE-CONTROL-CARD THRU 1060-EXIT
043900         UNTIL PARMCRD-EOF OR ABORT-RUN.
044000     CLOSE PARMCRD.
044100 1050-EXIT.
044200     EXIT.
044300*
044400 1055-READ-PARMCRD.
044500     READ PARMCRD
044600         AT END
044700             GO TO 1055-EXIT
044800     END-READ.
044900 1055-EXIT.
045000     EXIT.
045100*
045200 1060-ONE-CONTROL-CARD.
045300     DISPLAY 'HELLO25 - CONTROL CARD: ' PARMCRD-REC.
045400     IF PARMCRD-REC = SPACES OR PARMCRD-REC (1:1) = '*'
045500         GO TO 1060-NEXT
045600     END-IF.
045700     MOVE SPACES TO WS-CC-KEYWORD.
045800     MOVE SPACES TO WS-CC-VALUE.
045900     UNSTRING PARMCRD-REC DELIMITED BY '='
046000         INTO WS-CC-KEYWORD WS-CC-VALUE.
046100     EVALUATE WS-CC-KEYWORD
046200         WHEN 'OPERATOR'
046300             MOVE WS-CC-VALUE (1:8) TO DL100-OPERATOR-ID
046400         WHEN 'TOLERANCE'
046500             PERFORM 1080-NUMERIC-VALUE THRU 1080-EXIT
046600             IF NOT CC-VALUE-BAD
046700                 MOVE WS-CC-NUMERIC TO WS-TOLERANCE
046800             END-IF
046900         WHEN 'TAKEON'
047000             IF WS-CC-VALUE = 'YES'
047100                 SET TAKEON-RUN TO TRUE
047200             ELSE
047300                 PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
047400             END-IF
047500         WHEN OTHER
047600             DISPLAY 'HELLO25 - BAD CONTROL CARD KEYWORD: '
047700                 WS-CC-KEYWORD
047800             MOVE 0020 TO DL100-RETURN-CODE
047900             SET ABORT-RUN TO TRUE
048000     END-EVALUATE.
048100 1060-NEXT.
048200     PERFORM 1055-READ-PARMCRD THRU 1055-EXIT.
048300 1060-EXIT.
048400     EXIT.
048500*
048600******************************************************************
048700* 1080-NUMERIC-VALUE  -  CONVERT THE CARD'S LEFT-JUSTIFIED VALUE *
048800*                        DIGITS INTO WS-CC-NUMERIC.  A VALUE     *
048900*                        WITH NO DIGITS, OR WITH ANYTHING OTHER  *
049000*                        THAN DIGITS BEFORE THE FIRST SPACE, IS  *
049100*                        A BAD CARD - RC 0020.                   *
049200******************************************************************
049300 1080-NUMERIC-VALUE.
049400     MOVE 0     TO WS-CC-NUMERIC.
049500     MOVE SPACE TO WS-CC-SCAN-SW.
049600     PERFORM 1085-ONE-VALUE-DIGIT THRU 1085-EXIT
049700         VARYING WS-CC-SUB FROM 1 BY 1
049800             UNTIL WS-CC-SUB > 20
049900                OR CC-VALUE-ENDED
050000                OR CC-VALUE-BAD.
050100     IF WS-CC-VALUE (1:1) = SPACE
050200         SET CC-VALUE-BAD TO TRUE
050300     END-IF.
050400     IF CC-VALUE-BAD
050500         PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
050600     END-IF.
050700 1080-EXIT.
050800     EXIT.
050900*
051000 1085-ONE-VALUE-DIGIT.
051100     IF WS-CC-VALUE (WS-CC-SUB:1) = SPACE
051200         SET CC-VALUE-ENDED TO TRUE
051300         GO TO 1085-EXIT
051400     END-IF.
051500     IF WS-CC-VALUE (WS-CC-SUB:1) IS NOT NUMERIC
051600      OR WS-CC-SUB > 9
051700         SET CC-VALUE-BAD TO TRUE
051800         GO TO 1085-EXIT
051900     END-IF.
052000     MOVE WS-CC-VALUE (WS-CC-SUB:1) TO WS-CC-DIGIT.
052100     COMPUTE WS-CC-NUMERIC =
052200         (WS-CC-NUMERIC * 10) + WS-CC-DIGIT.
052300 1085-EXIT.
052400     EXIT.
052500*
052600 1090-BAD-CARD-VALUE.
052700     DISPLAY 'HELLO25 - BAD CONTROL CARD VALUE FOR '
052800         WS-CC-KEYWORD ': ' WS-CC-VALUE.
052900     MOVE 0020 TO DL100-RETURN-CODE.
053000     SET ABORT-RUN TO TRUE.
053100 1090-EXIT.
053200     EXIT.
053300*
053400******************************************************************
053500* 2000-LOAD-BALANCES  -  READ THE LAST RUN'S BALANCE FILE INTO   *
053600*                        THE ACCOUNT TABLE.  AN EMPTY FILE IS    *
053700*                        ONLY RIGHT ON THE TAKE-ON RUN, AND THE  *
053800*                        TAKE-ON CARD IS ONLY RIGHT ON AN EMPTY  *
053900*                        FILE - EITHER MISMATCH MEANS THE WRONG  *
054000*                        GENERATION IS MOUNTED, OR A FAILED RUN  *
054100*                        LEFT AN EMPTY ONE BEHIND, AND FAILS THE *
054200*                        STEP RC 0020.                           *
054300******************************************************************
054400 2000-LOAD-BALANCES.
054500     OPEN INPUT GLBIN.
054600     IF NOT GLBIN-OK
054700         DISPLAY 'HELLO25 - UNABLE TO OPEN GLBIN, STATUS = '
054800             WS-GLBIN-STATUS
054900         SET ABORT-RUN TO TRUE
055000         MOVE 0020 TO DL100-RETURN-CODE
055100         GO TO 2000-EXIT
055200     END-IF.
055300     PERFORM 2100-READ-GLBIN THRU 2100-EXIT.
055400     PERFORM 2200-LOAD-ONE-BALANCE THRU 2200-EXIT
055500         UNTIL GLBIN-AT-EOF OR ABORT-RUN.
055600     CLOSE GLBIN.
055700     IF ABORT-RUN
055800         GO TO 2000-EXIT
055900     END-IF.
056000     IF WS-BALANCES-READ = 0
056100         IF NOT TAKEON-RUN
056200             DISPLAY 'HELLO25 - NO GL BALANCES ON GLBIN - GIVE '
056300                 'THE TAKEON=YES CARD ON THE FIRST RUN ONLY'
056400             SET ABORT-RUN TO TRUE
056500             MOVE 0020 TO DL100-RETURN-CODE
056600         END-IF
056700         GO TO 2000-EXIT
056800     END-IF.
056900     IF TAKEON-RUN
057000         DISPLAY 'HELLO25 - TAKEON CARD GIVEN BUT GLBIN ALREADY '
057100             'HOLDS BALANCES - TAKE-ON REFUSED'
057200         SET ABORT-RUN TO TRUE
057300         MOVE 0020 TO DL100-RETURN-CODE
057400         GO TO 2000-EXIT
057500     END-IF.
057600     IF NOT HEADER-FOUND
057700         DISPLAY 'HELLO25 - GLBIN HAS NO HEADER RECORD - THE '
057800             'BALANCE FILE IS DAMAGED'
057900         SET ABORT-RUN TO TRUE
058000         MOVE 0020 TO DL100-RETURN-CODE
058100     END-IF.
058200 2000-EXIT.
058300     EXIT.
058400*
058500 2100-READ-GLBIN.
058600     READ GLBIN
058700         AT END
058800             MOVE 'Y' TO WS-GLBIN-EOF-SW
058900             GO TO 2100-EXIT
059000     END-READ.
059100     ADD 1 TO WS-BALANCES-READ.
059200     MOVE GLBIN-REC TO DL100-GL-BALANCE-RECORD.
059300 2100-EXIT.
059400     EXIT.
059500*
059600******************************************************************
059700* 2200-LOAD-ONE-BALANCE  -  FILE ONE BALANCE RECORD BY TYPE.  A  *
059800*                           RECORD THAT CANNOT BE READ FOR WHAT  *
059900*                           IT IS MEANS THE BALANCE FILE CANNOT  *
060000*                           BE CARRIED FORWARD, SO THE STEP      *
060100*                           STOPS RC 0020 RATHER THAN GUESS.     *
060200******************************************************************
060300 2200-LOAD-ONE-BALANCE.
060400     IF DL100-GB-BALANCE IS NOT NUMERIC
060500         DISPLAY 'HELLO25 - GLBIN BALANCE NOT NUMERIC FOR '
060600             DL100-GB-REC-TYPE ' ' DL100-GB-KEY
060700             ' - THE BALANCE FILE IS DAMAGED'
060800         SET ABORT-RUN TO TRUE
060900         MOVE 0020 TO DL100-RETURN-CODE
061000         GO TO 2200-EXIT
061100     END-IF.
061200     EVALUATE TRUE
061300         WHEN DL100-GB-HEADER
061400             SET HEADER-FOUND TO TRUE
061500             MOVE DL100-GB-LAST-DATE   TO WS-LAST-APPLIED-DATE
061600             MOVE DL100-GB-BALANCE     TO WS-TAKEON-AMOUNT
061700             MOVE DL100-GB-OPENED-DATE TO WS-TAKEON-DATE
061800         WHEN DL100-GB-ACCOUNT-LINE
061900             IF WS-GLA-COUNT >= WS-GLA-MAX
062000                 DISPLAY 'HELLO25 - GL ACCOUNT TABLE FULL AT '
062100                     DL100-GB-KEY ' - BALANCE FILE NOT CARRIED'
062200                 SET ABORT-RUN TO TRUE
062300                 MOVE 0020 TO DL100-RETURN-CODE
062400                 GO TO 2200-EXIT
062500             END-IF
062600             ADD 1 TO WS-GLA-COUNT
062700             MOVE DL100-GB-KEY
062800                 TO WS-GLA-ACCOUNT (WS-GLA-COUNT)
062900             MOVE DL100-GB-BALANCE
063000                 TO WS-GLA-OPENING (WS-GLA-COUNT)
063100             MOVE 0 TO WS-GLA-MOVEMENT (WS-GLA-COUNT)
063200             MOVE DL100-GB-LAST-DATE
063300                 TO WS-GLA-LAST-DATE (WS-GLA-COUNT)
063400             MOVE DL100-GB-OPENED-DATE
063500                 TO WS-GLA-OPENED-DATE (WS-GLA-COUNT)
063600         WHEN DL100-GB-RECON-LINE
063700          AND DL100-GB-KEY = WS-RCN-NSF-KEY
063800             MOVE DL100-GB-BALANCE     TO WS-RCN-NSF-PRIOR
063900             MOVE DL100-GB-LAST-DATE   TO WS-RCN-NSF-LAST-DATE
064000             MOVE DL100-GB-OPENED-DATE TO WS-RCN-NSF-OPENED-DATE
064100         WHEN DL100-GB-RECON-LINE
064200          AND DL100-GB-KEY = WS-RCN-EXC-KEY
064300             MOVE DL100-GB-BALANCE     TO WS-RCN-EXC-PRIOR
064400             MOVE DL100-GB-LAST-DATE   TO WS-RCN-EXC-LAST-DATE
064500             MOVE DL100-GB-OPENED-DATE TO WS-RCN-EXC-OPENED-DATE
064600         WHEN OTHER
064700             DISPLAY 'HELLO25 - UNKNOWN GLBIN RECORD '
064800                 DL100-GB-REC-TYPE ' ' DL100-GB-KEY
064900                 ' - THE BALANCE FILE IS DAMAGED'
065000             SET ABORT-RUN TO TRUE
065100             MOVE 0020 TO DL100-RETURN-CODE
065200             GO TO 2200-EXIT
065300     END-EVALUATE.
065400     PERFORM 2100-READ-GLBIN THRU 2100-EXIT.
065500 2200-EXIT.
065600     EXIT.
065700*
065800******************************************************************
065900* 3000-APPLY-JOURNAL  -  ADD THE NIGHT'S JOURNAL TO THE          *
066000*                        BALANCES.  THE POSTING DATE ON ITS      *
066100*                        FIRST LEG IS THE JOURNAL'S DATE; A      *
066200*                        JOURNAL NO LATER THAN THE LAST ONE      *
066300*                        APPLIED IS A RERUN OR A SECOND          *
066400*                        GENERATION FOR THE SAME NIGHT AND IS    *
066500*                        NOT ADDED AGAIN - THE PROOF STILL RUNS  *
066600*                        ON THE BALANCES AS THEY STAND.          *
066700******************************************************************
066800 3000-APPLY-JOURNAL.
066900     OPEN INPUT GLJIN.
067000     IF NOT GLJIN-OK
067100         DISPLAY 'HELLO25 - UNABLE TO OPEN GLJIN, STATUS = '
067200             WS-GLJIN-STATUS
067300         SET ABORT-RUN TO TRUE
067400         MOVE 0020 TO DL100-RETURN-CODE
067500         GO TO 3000-EXIT
067600     END-IF.
067700     PERFORM 3100-READ-GLJIN THRU 3100-EXIT.
067800     IF GLJIN-AT-EOF
067900         DISPLAY 'HELLO25 - GL JOURNAL IS EMPTY - NO MOVEMENT '
068000             'ADDED TONIGHT'
068100         MOVE 'NO JOURNAL TONIGHT'   TO WS-GH-NOTE
068200         IF DL100-RETURN-CODE < 0004
068300             MOVE 0004 TO DL100-RETURN-CODE
068400         END-IF
068500         CLOSE GLJIN
068600         GO TO 3000-EXIT
068700     END-IF.
068800     MOVE DL100-GJ-POSTING-DATE TO WS-JOURNAL-DATE.
068900     IF WS-LAST-APPLIED-DATE NOT = SPACES
069000      AND WS-JOURNAL-DATE NOT > WS-LAST-APPLIED-DATE
069100         SET JOURNAL-ALREADY-APPLIED TO TRUE
069200         DISPLAY 'HELLO25 - JOURNAL FOR ' WS-JOURNAL-DATE
069300             ' IS NOT LATER THAN THE LAST APPLIED ('
069400             WS-LAST-APPLIED-DATE ') - NOT ADDED AGAIN'
069500         MOVE 'ALREADY APPLIED - SKIPPED' TO WS-GH-NOTE
069600         IF DL100-RETURN-CODE < 0004
069700             MOVE 0004 TO DL100-RETURN-CODE
069800         END-IF
069900         CLOSE GLJIN
070000         GO TO 3000-EXIT
070100     END-IF.
070200     PERFORM 3200-APPLY-ONE-LEG THRU 3200-EXIT
070300         UNTIL GLJIN-AT-EOF OR ABORT-RUN.
070400     CLOSE GLJIN.
070500     MOVE WS-JOURNAL-DATE TO WS-NEW-APPLIED-DATE.
070600 3000-EXIT.
070700     EXIT.
070800*
070900 3100-READ-GLJIN.
071000     READ GLJIN
071100         AT END
071200             MOVE 'Y' TO WS-GLJIN-EOF-SW
071300             GO TO 3100-EXIT
071400     END-READ.
071500     MOVE GLJIN-REC TO DL100-GL-JOURNAL-RECORD.
071600 3100-EXIT.
071700     EXIT.
071800*
071900******************************************************************
072000* 3200-APPLY-ONE-LEG  -  ADD ONE JOURNAL LEG TO ITS GL ACCOUNT.  *
072100*                        THE CASH CLEARING LEGS ALSO ADD UP TO   *
072200*                        THE NIGHT'S NET CUSTOMER MOVEMENT,      *
072300*                        WHICH THE RECONCILING ITEMS ARE SPLIT   *
072400*                        FROM.  ONE JOURNAL CARRIES ONE POSTING  *
072500*                        DATE; A SECOND DATE MEANS TWO NIGHTS    *
072600*                        WERE JOINED AND THE RERUN TEST CANNOT   *
072700*                        HOLD, SO NOTHING IS CARRIED FORWARD.    *
072800******************************************************************
072900 3200-APPLY-ONE-LEG.
073000     IF DL100-GJ-POSTING-DATE NOT = WS-JOURNAL-DATE
073100         DISPLAY 'HELLO25 - JOURNAL CARRIES A SECOND POSTING '
073200             'DATE ' DL100-GJ-POSTING-DATE
073300             ' - BALANCE FILE NOT CARRIED'
073400         SET ABORT-RUN TO TRUE
073500         MOVE 0020 TO DL100-RETURN-CODE
073600         GO TO 3200-EXIT
073700     END-IF.
073800     PERFORM 3300-SIGN-LEG THRU 3300-EXIT.
073900     IF ABORT-RUN
074000         GO TO 3200-EXIT
074100     END-IF.
074200     ADD 1 TO WS-JOURNAL-LEGS.
074300     IF DL100-GJ-GL-ACCOUNT = WS-GL-CASH-CLEARING
074400         ADD WS-LEG-AMOUNT TO WS-JOURNAL-NET
074500     END-IF.
074600     PERFORM 3400-POST-TO-ACCOUNT THRU 3400-EXIT.
074700     PERFORM 3100-READ-GLJIN THRU 3100-EXIT.
074800 3200-EXIT.
074900     EXIT.
075000*
075100******************************************************************
075200* 3300-SIGN-LEG  -  A LEG'S AMOUNT IS ALWAYS POSITIVE; A DEBIT   *
075300*                   ADDS TO THE ACCOUNT AND A CREDIT TAKES FROM  *
075400*                   IT.  A LEG WITH A BAD AMOUNT OR SIDE CANNOT  *
075500*                   BE APPLIED AND THE BALANCE FILE WOULD BE     *
075600*                   WRONG FROM HERE ON - RC 0020, NOTHING        *
075700*                   CARRIED FORWARD.                             *
075800******************************************************************
075900 3300-SIGN-LEG.
076000     IF DL100-GJ-AMOUNT IS NOT NUMERIC
076100      OR (NOT DL100-GJ-DEBIT AND NOT DL100-GJ-CREDIT)
076200         DISPLAY 'HELLO25 - UNUSABLE LEDGER LEG FOR GL ACCOUNT '
076300             DL100-GJ-GL-ACCOUNT ' - BALANCE FILE NOT CARRIED'
076400         SET ABORT-RUN TO TRUE
076500         MOVE 0020 TO DL100-RETURN-CODE
076600         GO TO 3300-EXIT
076700     END-IF.
076800     IF DL100-GJ-DEBIT
076900         MOVE DL100-GJ-AMOUNT TO WS-LEG-AMOUNT
077000     ELSE
077100         COMPUTE WS-LEG-AMOUNT = 0 - DL100-GJ-AMOUNT
077200     END-IF.
077300 3300-EXIT.
077400     EXIT.
077500*
077600 3400-POST-TO-ACCOUNT.
077700     MOVE 0 TO WS-GLA-USE.
077800     PERFORM 3410-FIND-ACCOUNT THRU 3410-EXIT
077900         VARYING WS-GLA-SUB FROM 1 BY 1
078000             UNTIL WS-GLA-SUB > WS-GLA-COUNT
078100                OR WS-GLA-USE > 0.
078200     IF WS-GLA-USE = 0
078300         IF WS-GLA-COUNT >= WS-GLA-MAX
078400             DISPLAY 'HELLO25 - GL ACCOUNT TABLE FULL AT '
078500                 DL100-GJ-GL-ACCOUNT ' - BALANCE FILE NOT CARRIED'
078600             SET ABORT-RUN TO TRUE
078700             MOVE 0020 TO DL100-RETURN-CODE
078800             GO TO 3400-EXIT
078900         END-IF
079000         ADD 1 TO WS-GLA-COUNT
079100         MOVE WS-GLA-COUNT TO WS-GLA-USE
079200         MOVE DL100-GJ-GL-ACCOUNT   TO WS-GLA-ACCOUNT (WS-GLA-USE)
079300         MOVE 0                     TO WS-GLA-OPENING (WS-GLA-USE)
079400         MOVE 0 TO WS-GLA-MOVEMENT (WS-GLA-USE)
079500         MOVE DL100-GJ-POSTING-DATE
079600             TO WS-GLA-OPENED-DATE (WS-GLA-USE)
079700     END-IF.
079800     ADD WS-LEG-AMOUNT          TO WS-GLA-MOVEMENT (WS-GLA-USE).
079900     MOVE DL100-GJ-POSTING-DATE TO WS-GLA-LAST-DATE (WS-GLA-USE).
080000 3400-EXIT.
080100     EXIT.
080200*
080300 3410-FIND-ACCOUNT.
080400     IF WS-GLA-ACCOUNT (WS-GLA-SUB) = DL100-GJ-GL-ACCOUNT
080500         MOVE WS-GLA-SUB TO WS-GLA-USE
080600     END-IF.
080700 3410-EXIT.
080800     EXIT.
080900*
081000******************************************************************
081100* 3500-APPLY-MANUAL  -  ADD THE MANUAL LEDGER ENTRIES.  THEY     *
081200*                       MOVE THE LEDGER BUT NOT THE MASTER, SO   *
081300*                       ONE AGAINST A CUSTOMER-SIDE ACCOUNT      *
081400*                       SHOWS UP AS A DIFFERENCE UNTIL IT IS     *
081500*                       MATCHED BY A POSTING - WHICH IS THE      *
081600*                       POINT.  ON A NIGHT ALREADY APPLIED THEY  *
081700*                       WERE ADDED WITH IT AND ARE SKIPPED.      *
081710*                       EACH LEG GOES IN WITH THE JOURNAL OF     *
081720*                       ITS OWN DATE: ONE DATED NO LATER THAN    *
081730*                       THE LAST APPLIED DATE IS ALREADY IN      *
081740*                       THE BALANCES AND IS SKIPPED, AND ONE     *
081750*                       DATED AFTER TONIGHT'S JOURNAL - OR ANY   *
081760*                       LEG ON A NIGHT WITH NO JOURNAL - IS      *
081770*                       HELD FOR A LATER NIGHT (RC 0004), SO     *
081780*                       GLMAN LEFT UNCLEARED NEVER ADDS A LEG    *
081790*                       TWICE.  BOTH ARE COUNTED ON THE PROOF.   *
081800******************************************************************
081900 3500-APPLY-MANUAL.
082000     IF JOURNAL-ALREADY-APPLIED
082100         GO TO 3500-EXIT
082200     END-IF.
082300     OPEN INPUT GLMAN.
082400     IF NOT GLMAN-OK
082500         DISPLAY 'HELLO25 - UNABLE TO OPEN GLMAN, STATUS = '
082600             WS-GLMAN-STATUS
082700         SET ABORT-RUN TO TRUE
082800         MOVE 0020 TO DL100-RETURN-CODE
082900         GO TO 3500-EXIT
083000     END-IF.
083100     PERFORM 3600-READ-GLMAN THRU 3600-EXIT.
083200     PERFORM 3700-APPLY-MANUAL-LEG THRU 3700-EXIT
083300         UNTIL GLMAN-AT-EOF OR ABORT-RUN.
083400     CLOSE GLMAN.
083500     IF WS-MANUAL-NET NOT = 0
083600         DISPLAY 'HELLO25 - MANUAL LEDGER ENTRIES DO NOT '
083700             'BALANCE - NET ' WS-MANUAL-NET
083800     END-IF.
083810     IF WS-MANUAL-SKIPPED > 0
083820         DISPLAY 'HELLO25 - MANUAL LEGS ALREADY APPLIED - '
083830             'SKIPPED = ' WS-MANUAL-SKIPPED
083840     END-IF.
083850     IF WS-MANUAL-HELD > 0
083860         DISPLAY 'HELLO25 - MANUAL LEGS DATED AFTER TONIGHT''S '
083870             'JOURNAL - HELD = ' WS-MANUAL-HELD
083880         IF DL100-RETURN-CODE < 0004
083890             MOVE 0004 TO DL100-RETURN-CODE
083895         END-IF
083897     END-IF.
083900 3500-EXIT.
084000     EXIT.
084100*
084200 3600-READ-GLMAN.
084300     READ GLMAN
084400         AT END
084500             MOVE 'Y' TO WS-GLMAN-EOF-SW
084600             GO TO 3600-EXIT
084700     END-READ.
084800     MOVE GLMAN-REC TO DL100-GL-JOURNAL-RECORD.
084900 3600-EXIT.
085000     EXIT.
085100*
085200 3700-APPLY-MANUAL-LEG.
085210     IF WS-LAST-APPLIED-DATE NOT = SPACES
085220      AND DL100-GJ-POSTING-DATE NOT > WS-LAST-APPLIED-DATE
085230         ADD 1 TO WS-MANUAL-SKIPPED
085240         GO TO 3700-NEXT
085250     END-IF.
085260     IF WS-JOURNAL-LEGS = 0
085270      OR DL100-GJ-POSTING-DATE > WS-JOURNAL-DATE
085280         ADD 1 TO WS-MANUAL-HELD
085290         GO TO 3700-NEXT
085295     END-IF.
085300     PERFORM 3300-SIGN-LEG THRU 3300-EXIT.
085400     IF ABORT-RUN
085500         GO TO 3700-EXIT
085600     END-IF.
085700     ADD 1 TO WS-MANUAL-LEGS.
085800     ADD WS-LEG-AMOUNT TO WS-MANUAL-NET.
085900     PERFORM 3400-POST-TO-ACCOUNT THRU 3400-EXIT.
085950 3700-NEXT.
086000     PERFORM 3600-READ-GLMAN THRU 3600-EXIT.
086100 3700-EXIT.
086200     EXIT.
086300*
086400******************************************************************
086500* 4000-RECONCILING-ITEMS  -  SPLIT OUT WHAT TONIGHT'S JOURNAL    *
086600*                            CARRIES THAT THE POSTING STEP NEVER *
086700*                            PUT ON THE MASTER.  RETURNED ITEMS  *
086800*                            ARE SUMMED FROM THE RETURNED-ITEMS  *
086900*                            FILE; WHAT IS LEFT OF THE JOURNAL'S *
087000*                            NET AFTER THE POSTED TOTAL AND THE  *
087100*                            RETURNS IS THE POSTING EXCEPTIONS.  *
087200*                            ONLY DONE ON A NIGHT WHOSE JOURNAL  *
087300*                            WAS ADDED.                          *
087400******************************************************************
087500 4000-RECONCILING-ITEMS.
087600     IF JOURNAL-ALREADY-APPLIED
087700      OR WS-JOURNAL-LEGS = 0
087800         GO TO 4000-EXIT
087900     END-IF.
088000     OPEN INPUT NSFIN.
088100     IF NOT NSFIN-OK
088200         DISPLAY 'HELLO25 - UNABLE TO OPEN NSFIN, STATUS = '
088300             WS-NSFIN-STATUS
088400         SET ABORT-RUN TO TRUE
088500         MOVE 0020 TO DL100-RETURN-CODE
088600         GO TO 4000-EXIT
088700     END-IF.
088800     PERFORM 4100-READ-NSFIN THRU 4100-EXIT.
088900     PERFORM 4200-ONE-RETURN THRU 4200-EXIT
089000         UNTIL NSFIN-AT-EOF.
089100     CLOSE NSFIN.
089200     PERFORM 4300-READ-POSTING-STATUS THRU 4300-EXIT.
089300     IF ABORT-RUN
089400         GO TO 4000-EXIT
089500     END-IF.
089600     IF POSTED-TOTAL-FOUND
089700         COMPUTE WS-RCN-EXC-TONIGHT = WS-JOURNAL-NET
089800                                    - WS-POSTED-AMOUNT
089900                                    - WS-RCN-NSF-TONIGHT
090000     END-IF.
090100     IF WS-RCN-NSF-TONIGHT NOT = 0
090200         MOVE WS-JOURNAL-DATE TO WS-RCN-NSF-LAST-DATE
090300         IF WS-RCN-NSF-OPENED-DATE = SPACES
090400             MOVE WS-JOURNAL-DATE TO WS-RCN-NSF-OPENED-DATE
090500         END-IF
090600     END-IF.
090700     IF WS-RCN-EXC-TONIGHT NOT = 0
090800         MOVE WS-JOURNAL-DATE TO WS-RCN-EXC-LAST-DATE
090900         IF WS-RCN-EXC-OPENED-DATE = SPACES
091000             MOVE WS-JOURNAL-DATE TO WS-RCN-EXC-OPENED-DATE
091100         END-IF
091200     END-IF.
091300 4000-EXIT.
091400     EXIT.
091500*
091600 4100-READ-NSFIN.
091700     READ NSFIN
091800         AT END
091900             MOVE 'Y' TO WS-NSFIN-EOF-SW
092000             GO TO 4100-EXIT
092100     END-READ.
092200     ADD 1 TO WS-RETURNS-READ.
092300     MOVE NSFIN-REC TO DL100-NSF-RETURN-RECORD.
092400 4100-EXIT.
092500     EXIT.
092600*
092700 4200-ONE-RETURN.
092800     IF DL100-NR-AMOUNT IS NUMERIC
092900         ADD DL100-NR-AMOUNT TO WS-RCN-NSF-TONIGHT
093000     ELSE
093100         DISPLAY 'HELLO25 - RETURNED ITEM AMOUNT NOT NUMERIC - '
093200             'SOURCE ' DL100-NR-SOURCE-CODE
093300             ' ACCOUNT ' DL100-NR-ACCOUNT-NO
093400         MOVE 0016 TO DL100-RETURN-CODE
093500     END-IF.
093600     PERFORM 4100-READ-NSFIN THRU 4100-EXIT.
093700 4200-EXIT.
093800     EXIT.
093900*
094000******************************************************************
094100* 4300-READ-POSTING-STATUS  -  THE POSTING STEP'S STATUS RECORD  *
094200*                              FOR THE SAME NIGHT GIVES THE      *
094300*                              AMOUNT IT PUT ON THE MASTER.  A   *
094400*                              MISSING RECORD, ONE FROM ANOTHER  *
094500*                              NIGHT, OR ONE FROM A RUN THAT     *
094600*                              FAILED OUTRIGHT (RC 0020 AND OVER *
094700*                              - NOTHING STANDS ON THE MASTER)   *
094800*                              IS NOT USED; THE EXCEPTIONS THEN  *
094900*                              STAY IN THE DIFFERENCE, WHERE     *
095000*                              THEY CANNOT BE MISSED.            *
095100******************************************************************
095200 4300-READ-POSTING-STATUS.
095300     OPEN INPUT PSTSTAT.
095400     IF NOT PSTSTAT-OK
095500         DISPLAY 'HELLO25 - UNABLE TO OPEN PSTSTAT, STATUS = '
095600             WS-PSTSTAT-STATUS
095700         SET ABORT-RUN TO TRUE
095800         MOVE 0020 TO DL100-RETURN-CODE
095900         GO TO 4300-EXIT
096000     END-IF.
096100     READ PSTSTAT
096200         AT END
096300             MOVE SPACES TO PSTSTAT-REC
096400     END-READ.
096500     CLOSE PSTSTAT.
096600     MOVE PSTSTAT-REC TO DL100-STATUS-RECORD.
096700     IF DL100-SR-JOB-NAME NOT = 'HELLO7'
096800      OR DL100-SR-AMOUNT-TOTAL IS NOT NUMERIC
096900      OR DL100-SR-RETURN-CODE IS NOT NUMERIC
097000         DISPLAY 'HELLO25 - NO POSTING-STEP STATUS RECORD - '
097100             'POSTING EXCEPTIONS NOT SPLIT OUT'
097200         GO TO 4300-WARN
097300     END-IF.
097400     IF DL100-SR-RUN-DATE NOT = WS-JOURNAL-DATE
097500         DISPLAY 'HELLO25 - POSTING STATUS IS FOR '
097600             DL100-SR-RUN-DATE
097700             ', JOURNAL IS FOR ' WS-JOURNAL-DATE
097800             ' - POSTING EXCEPTIONS NOT SPLIT OUT'
097900         GO TO 4300-WARN
098000     END-IF.
098100     IF DL100-SR-RETURN-CODE >= 0020
098200         DISPLAY 'HELLO25 - POSTING STEP ENDED RC '
098300             DL100-SR-RETURN-CODE
098400             ' - POSTING EXCEPTIONS NOT SPLIT OUT'
098500         GO TO 4300-WARN
098600     END-IF.
098700     MOVE DL100-SR-AMOUNT-TOTAL TO WS-POSTED-AMOUNT.
098800     SET POSTED-TOTAL-FOUND TO TRUE.
098900     GO TO 4300-EXIT.
099000 4300-WARN.
099100     IF DL100-RETURN-CODE < 0004
099200         MOVE 0004 TO DL100-RETURN-CODE
099300     END-IF.
099400 4300-EXIT.
099500     EXIT.
099600*
099700******************************************************************
099800* 5000-TOTAL-MASTER  -  ONE PASS OVER THE ACCOUNT MASTER,        *
099900*                       SUMMING THE CURRENT BALANCES - THE       *
100000*                       SUBLEDGER SIDE OF THE PROOF.  A BALANCE  *
100100*                       THAT IS NOT NUMERIC CANNOT BE SUMMED, SO *
100200*                       THE PROOF CANNOT HOLD - RC 0016.         *
100300******************************************************************
100400 5000-TOTAL-MASTER.
100500     OPEN INPUT ACCTMST.
100600     IF NOT ACCTMST-OK
100700         DISPLAY 'HELLO25 - UNABLE TO OPEN ACCTMST, STATUS = '
100800             WS-ACCTMST-STATUS
100900         SET ABORT-RUN TO TRUE
101000         MOVE 0020 TO DL100-RETURN-CODE
101100         GO TO 5000-EXIT
101200     END-IF.
101300     PERFORM 5100-READ-ACCTMST THRU 5100-EXIT.
101400     PERFORM 5200-ADD-ONE-ACCOUNT THRU 5200-EXIT
101500         UNTIL ACCTMST-AT-EOF.
101600     CLOSE ACCTMST.
101700 5000-EXIT.
101800     EXIT.
101900*
102000 5100-READ-ACCTMST.
102100     READ ACCTMST
102200         AT END
102300             MOVE 'Y' TO WS-ACCTMST-EOF-SW
102400             GO TO 5100-EXIT
102500     END-READ.
102600     IF NOT ACCTMST-OK
102700         DISPLAY 'HELLO25 - ACCTMST READ FAILED, STATUS = '
102800             WS-ACCTMST-STATUS
102900         SET ABORT-RUN TO TRUE
103000         MOVE 0020 TO DL100-RETURN-CODE
103100         MOVE 'Y' TO WS-ACCTMST-EOF-SW
103200         GO TO 5100-EXIT
103300     END-IF.
103400     ADD 1 TO WS-ACCOUNTS-READ.
103500 5100-EXIT.
103600     EXIT.
103700*
103800 5200-ADD-ONE-ACCOUNT.
103900     IF DL100-AC-CURR-BALANCE IS NUMERIC
104000         ADD DL100-AC-CURR-BALANCE TO WS-MASTER-TOTAL
104100     ELSE
104200         ADD 1 TO WS-ACCOUNTS-UNUSABLE
104300         DISPLAY 'HELLO25 - BALANCE NOT NUMERIC ON ACCOUNT '
104400             DL100-AC-ACCOUNT-NO
104500         MOVE 0016 TO DL100-RETURN-CODE
104600     END-IF.
104700     PERFORM 5100-READ-ACCTMST THRU 5100-EXIT.
104800 5200-EXIT.
104900     EXIT.
105000*
105100******************************************************************
105200* 6000-PROVE-BALANCES  -  PRINT EACH GL ACCOUNT AND BUILD THE    *
105300*                         CONTROL TOTAL FROM THE CLOSING         *
105400*                         BALANCES, TAKE THE RECONCILING ITEMS   *
105500*                         OFF IT AND COMPARE WHAT IS LEFT WITH   *
105600*                         THE MASTER TOTAL.  A DIFFERENCE OVER   *
105700*                         TOLERANCE, OR A LEDGER THAT NO LONGER  *
105800*                         NETS TO ZERO, IS A CONTROL BREAK - RC  *
105900*                         0016.  ON THE TAKE-ON RUN THE OPENING  *
106000*                         POSITION IS SET SO THE TWO AGREE.      *
106100******************************************************************
106200 6000-PROVE-BALANCES.
106300     MOVE WS-JOURNAL-DATE      TO WS-GH-JOURNAL-DATE.
106400     MOVE WS-LAST-APPLIED-DATE TO WS-GH-LAST-APPLIED.
106500     IF TAKEON-RUN
106600         MOVE 'TAKE-ON RUN'     TO WS-GH-NOTE
106700     END-IF.
106800     MOVE WS-GLP-HEADING-2     TO GLPRPT-REC.
106900     WRITE GLPRPT-REC.
107000     MOVE WS-GLP-HEADING-3     TO GLPRPT-REC.
107100     WRITE GLPRPT-REC.
107200     PERFORM 6100-REPORT-ONE-ACCOUNT THRU 6100-EXIT
107300         VARYING WS-GLA-SUB FROM 1 BY 1
107400             UNTIL WS-GLA-SUB > WS-GLA-COUNT.
107500     COMPUTE WS-RECON-TOTAL = WS-RCN-NSF-PRIOR
107600                            + WS-RCN-NSF-TONIGHT
107700                            + WS-RCN-EXC-PRIOR
107800                            + WS-RCN-EXC-TONIGHT.
107900     IF TAKEON-RUN
108000         COMPUTE WS-TAKEON-AMOUNT = WS-MASTER-TOTAL
108100                                  - WS-CONTROL-TOTAL
108200                                  + WS-RECON-TOTAL
108300         MOVE WS-JOURNAL-DATE TO WS-TAKEON-DATE
108400         IF WS-TAKEON-DATE = SPACES
108500             MOVE DL100-RUN-DATE TO WS-TAKEON-DATE
108600         END-IF
108700         DISPLAY 'HELLO25 - TAKE-ON RUN - OPENING POSITION '
108800             WS-TAKEON-AMOUNT ' TAKEN FROM THE ACCOUNT MASTER'
108900         IF DL100-RETURN-CODE < 0004
109000             MOVE 0004 TO DL100-RETURN-CODE
109100         END-IF
109200     END-IF.
109300     ADD WS-TAKEON-AMOUNT TO WS-CONTROL-TOTAL.
109400     COMPUTE WS-EXPECTED-TOTAL = WS-CONTROL-TOTAL
109500                               - WS-RECON-TOTAL.
109600     COMPUTE WS-DIFFERENCE = WS-MASTER-TOTAL
109700                           - WS-EXPECTED-TOTAL.
109800     IF WS-DIFFERENCE < 0
109900         COMPUTE WS-ABS-DIFFERENCE = 0 - WS-DIFFERENCE
110000     ELSE
110100         MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
110200     END-IF.
110300     PERFORM 6200-PRINT-PROOF THRU 6200-EXIT.
110400     IF WS-LEDGER-NET NOT = 0
110500         DISPLAY 'HELLO25 - CONTROL BREAK - GL BALANCES NET TO '
110600             WS-LEDGER-NET ', NOT ZERO'
110700         MOVE 0016 TO DL100-RETURN-CODE
110800     END-IF.
110900     IF WS-ABS-DIFFERENCE > WS-TOLERANCE
111000         DISPLAY 'HELLO25 - CONTROL BREAK - ACCOUNT MASTER '
111100             'DIFFERS FROM GL CONTROL BY ' WS-DIFFERENCE
111200         MOVE 0016 TO DL100-RETURN-CODE
111300     END-IF.
111400     IF DL100-RETURN-CODE < 0016
111500         MOVE 'SUBLEDGER AGREES WITH GL CONTROL WITHIN TOLERANCE'
111600             TO WS-GV-TEXT
111700     ELSE
111800         MOVE 'SUBLEDGER DOES NOT AGREE WITH GL CONTROL - '
111900             TO WS-GV-TEXT
112000         MOVE 'INVESTIGATE' TO WS-GV-TEXT (44:11)
112100     END-IF.
112200     MOVE WS-GLP-VERDICT-LINE TO GLPRPT-REC.
112300     WRITE GLPRPT-REC.
112400 6000-EXIT.
112500     EXIT.
112600*
112700******************************************************************
112800* 6100-REPORT-ONE-ACCOUNT  -  ONE LINE PER GL ACCOUNT - OPENING, *
112900*                             TONIGHT'S MOVEMENT AND CLOSING,    *
113000*                             DEBIT POSITIVE.  EVERY ACCOUNT BUT *
113100*                             CASH CLEARING AND THE NON-MONETARY *
113200*                             MEMO IS THE CUSTOMER SIDE OF SOME  *
113300*                             JOURNAL ENTRY, SO ITS CREDIT       *
113400*                             BALANCE COUNTS TOWARD THE CONTROL  *
113500*                             TOTAL.                             *
113600******************************************************************
113700 6100-REPORT-ONE-ACCOUNT.
113800     COMPUTE WS-CLOSING-BALANCE = WS-GLA-OPENING (WS-GLA-SUB)
113900                                + WS-GLA-MOVEMENT (WS-GLA-SUB).
114000     ADD WS-CLOSING-BALANCE TO WS-LEDGER-NET.
114100     IF WS-GLA-ACCOUNT (WS-GLA-SUB) NOT = WS-GL-CASH-CLEARING
114200      AND WS-GLA-ACCOUNT (WS-GLA-SUB) NOT = WS-GL-NONMONETARY
114300         SUBTRACT WS-CLOSING-BALANCE FROM WS-CONTROL-TOTAL
114400     END-IF.
114500     MOVE SPACES                        TO WS-GLP-DETAIL.
114600     MOVE WS-GLA-ACCOUNT (WS-GLA-SUB)   TO WS-GD-ACCOUNT.
114700     PERFORM 6150-NAME-ACCOUNT THRU 6150-EXIT.
114800     MOVE WS-GLA-OPENING (WS-GLA-SUB)   TO WS-GD-OPENING.
114900     MOVE WS-GLA-MOVEMENT (WS-GLA-SUB)  TO WS-GD-MOVEMENT.
115000     MOVE WS-CLOSING-BALANCE            TO WS-GD-CLOSING.
115100     MOVE WS-GLP-DETAIL TO GLPRPT-REC.
115200     WRITE GLPRPT-REC.
115300 6100-EXIT.
115400     EXIT.
115500*
115600 6150-NAME-ACCOUNT.
115700     EVALUATE WS-GLA-ACCOUNT (WS-GLA-SUB)
115800         WHEN WS-GL-CASH-CLEARING
115900             MOVE 'CASH CLEARING'    TO WS-GD-NAME
116000         WHEN WS-GL-DEPOSITS
116100             MOVE 'DEPOSITS'         TO WS-GD-NAME
116200         WHEN WS-GL-WITHDRAWALS
116300             MOVE 'WITHDRAWALS'      TO WS-GD-NAME
116400         WHEN WS-GL-TRANSFERS
116500             MOVE 'TRANSFERS'        TO WS-GD-NAME
116600         WHEN WS-GL-FEES
116700             MOVE 'FEES'             TO WS-GD-NAME
116800         WHEN WS-GL-INTEREST
116900             MOVE 'INTEREST'         TO WS-GD-NAME
117000         WHEN WS-GL-ADJUSTMENTS
117100             MOVE 'ADJUSTMENTS'      TO WS-GD-NAME
117200         WHEN WS-GL-REVERSALS
117300             MOVE 'REVERSALS'        TO WS-GD-NAME
117400         WHEN WS-GL-NONMONETARY
117500             MOVE 'NON-MONETARY MEMO' TO WS-GD-NAME
117600         WHEN WS-GL-UNMAPPED
117700             MOVE 'UNMAPPED SUSPENSE' TO WS-GD-NAME
117800         WHEN OTHER
117900             MOVE 'NOT IN CHART'     TO WS-GD-NAME
118000     END-EVALUATE.
118100 6150-EXIT.
118200     EXIT.
118300*
118400******************************************************************
118500* 6200-PRINT-PROOF  -  THE PROOF ITSELF, ONE FIGURE A LINE, FROM *
118600*                      THE LEDGER SIDE DOWN TO THE DIFFERENCE,   *
118700*                      THEN THE NIGHT'S OWN FIGURES AND COUNTS.  *
118800******************************************************************
118900 6200-PRINT-PROOF.
119000     MOVE SPACES TO GLPRPT-REC.
119100     WRITE GLPRPT-REC.
119200     MOVE 'TAKE-ON POSITION                 =' TO WS-GP-LABEL.
119300     MOVE WS-TAKEON-AMOUNT                     TO WS-GP-AMOUNT.
119400     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT.
119500     MOVE 'GL DEPOSIT-LIABILITY CONTROL     =' TO WS-GP-LABEL.
119600     MOVE WS-CONTROL-TOTAL                     TO WS-GP-AMOUNT.
119700     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT.
119800     MOVE 'LESS NSF RETURNS TO DATE         =' TO WS-GP-LABEL.
119900     COMPUTE WS-GP-AMOUNT = WS-RCN-NSF-PRIOR + WS-RCN-NSF-TONIGHT.
120000     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT.
120100     MOVE '     OF WHICH TONIGHT            =' TO WS-GP-LABEL.
120200     MOVE WS-RCN-NSF-TONIGHT                   TO WS-GP-AMOUNT.
120300     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT.
120400     MOVE 'LESS POSTING EXCEPTIONS TO DATE  =' TO WS-GP-LABEL.
120500     COMPUTE WS-GP-AMOUNT = WS-RCN-EXC-PRIOR + WS-RCN-EXC-TONIGHT.
120600     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT.
120700     MOVE '     OF WHICH TONIGHT            =' TO WS-GP-LABEL.
120800     MOVE WS-RCN-EXC-TONIGHT                   TO WS-GP-AMOUNT.
120900     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT.
121000     MOVE 'EXPECTED SUBLEDGER TOTAL         =' TO WS-GP-LABEL.
121100     MOVE WS-EXPECTED-TOTAL                    TO WS-GP-AMOUNT.
121200     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT.
121300     MOVE 'ACCOUNT MASTER BALANCE TOTAL     =' TO WS-GP-LABEL.
121400     MOVE WS-MASTER-TOTAL                      TO WS-GP-AMOUNT.
121500     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT.
121600     MOVE 'DIFFERENCE                       =' TO WS-GP-LABEL.
121700     MOVE WS-DIFFERENCE                        TO WS-GP-AMOUNT.
121800     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT.
121900     MOVE 'TOLERANCE                        =' TO WS-GP-LABEL.
122000     MOVE WS-TOLERANCE                         TO WS-GP-AMOUNT.
122100     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT.
122200     MOVE 'GL LEDGER NET (MUST BE ZERO)     =' TO WS-GP-LABEL.
122300     MOVE WS-LEDGER-NET                        TO WS-GP-AMOUNT.
122400     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT.
122500     MOVE SPACES TO GLPRPT-REC.
122600     WRITE GLPRPT-REC.
122700     MOVE 'TONIGHT JOURNAL NET MOVEMENT     =' TO WS-GP-LABEL.
122800     MOVE WS-JOURNAL-NET                       TO WS-GP-AMOUNT.
122900     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT.
123000     MOVE 'TONIGHT MANUAL ENTRIES NET       =' TO WS-GP-LABEL.
123100     MOVE WS-MANUAL-NET                        TO WS-GP-AMOUNT.
123200     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT.
123300     MOVE 'TONIGHT POSTED TO THE MASTER     =' TO WS-GP-LABEL.
123400     MOVE WS-POSTED-AMOUNT                     TO WS-GP-AMOUNT.
123500     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT.
123600     MOVE 'JOURNAL LEGS APPLIED             =' TO WS-GN-LABEL.
123700     MOVE WS-JOURNAL-LEGS                      TO WS-GN-COUNT.
123800     PERFORM 6950-WRITE-COUNT-LINE THRU 6950-EXIT.
123900     MOVE 'MANUAL LEGS APPLIED              =' TO WS-GN-LABEL.
124000     MOVE WS-MANUAL-LEGS                       TO WS-GN-COUNT.
124100     PERFORM 6950-WRITE-COUNT-LINE THRU 6950-EXIT.
124110     MOVE 'MANUAL LEGS ALREADY APPLIED      =' TO WS-GN-LABEL.
124120     MOVE WS-MANUAL-SKIPPED                    TO WS-GN-COUNT.
124130     PERFORM 6950-WRITE-COUNT-LINE THRU 6950-EXIT.
124140     MOVE 'MANUAL LEGS HELD FOR A LATER DATE=' TO WS-GN-LABEL.
124150     MOVE WS-MANUAL-HELD                       TO WS-GN-COUNT.
124160     PERFORM 6950-WRITE-COUNT-LINE THRU 6950-EXIT.
124200     MOVE 'RETURNED ITEMS READ              =' TO WS-GN-LABEL.
124300     MOVE WS-RETURNS-READ                      TO WS-GN-COUNT.
124400     PERFORM 6950-WRITE-COUNT-LINE THRU 6950-EXIT.
124500     MOVE 'ACCOUNTS ON THE MASTER           =' TO WS-GN-LABEL.
124600     MOVE WS-ACCOUNTS-READ                     TO WS-GN-COUNT.
124700     PERFORM 6950-WRITE-COUNT-LINE THRU 6950-EXIT.
124800     MOVE 'ACCOUNTS WITH UNUSABLE BALANCE   =' TO WS-GN-LABEL.
124900     MOVE WS-ACCOUNTS-UNUSABLE                 TO WS-GN-COUNT.
125000     PERFORM 6950-WRITE-COUNT-LINE THRU 6950-EXIT.
125100 6200-EXIT.
125200     EXIT.
125300*
125400 6900-WRITE-PROOF-LINE.
125500     MOVE WS-GLP-PROOF-LINE TO GLPRPT-REC.
125600     WRITE GLPRPT-REC.
125700 6900-EXIT.
125800     EXIT.
125900*
126000 6950-WRITE-COUNT-LINE.
126100     MOVE WS-GLP-COUNT-LINE TO GLPRPT-REC.
126200     WRITE GLPRPT-REC.
126300 6950-EXIT.
126400     EXIT.
126500*
126600******************************************************************
126700* 7000-WRITE-BALANCES  -  WRITE THE NEXT GENERATION OF THE       *
126800*                         BALANCE FILE - THE HEADER, EACH GL     *
126900*                         ACCOUNT'S CLOSING BALANCE AND THE TWO  *
127000*                         RECONCILING-ITEM CATEGORIES.  WRITTEN  *
127100*                         EVEN WHEN THE PROOF FAILS: THE         *
127200*                         BALANCES ARE RIGHT, THE DIFFERENCE IS  *
127300*                         THE FINDING, AND TOMORROW'S JOURNAL    *
127400*                         MUST BE ADDED TO TONIGHT'S FIGURES.    *
127500******************************************************************
127600 7000-WRITE-BALANCES.
127700     OPEN OUTPUT GLBOUT.
127800     IF NOT GLBOUT-OK
127900         DISPLAY 'HELLO25 - UNABLE TO OPEN GLBOUT, STATUS = '
128000             WS-GLBOUT-STATUS
128100         SET ABORT-RUN TO TRUE
128200         MOVE 0020 TO DL100-RETURN-CODE
128300         GO TO 7000-EXIT
128400     END-IF.
128500     IF WS-NEW-APPLIED-DATE = SPACES
128600         MOVE WS-LAST-APPLIED-DATE TO WS-NEW-APPLIED-DATE
128700     END-IF.
128800     MOVE SPACES               TO DL100-GL-BALANCE-RECORD.
128900     SET DL100-GB-HEADER       TO TRUE.
129000     MOVE WS-TAKEON-AMOUNT     TO DL100-GB-BALANCE.
129100     MOVE WS-NEW-APPLIED-DATE  TO DL100-GB-LAST-DATE.
129200     MOVE 0                    TO DL100-GB-LAST-MOVEMENT.
129300     MOVE WS-TAKEON-DATE       TO DL100-GB-OPENED-DATE.
129400     PERFORM 7900-WRITE-GLBOUT THRU 7900-EXIT.
129500     PERFORM 7100-WRITE-ONE-ACCOUNT THRU 7100-EXIT
129600         VARYING WS-GLA-SUB FROM 1 BY 1
129700             UNTIL WS-GLA-SUB > WS-GLA-COUNT.
129800     MOVE SPACES                TO DL100-GL-BALANCE-RECORD.
129900     SET DL100-GB-RECON-LINE    TO TRUE.
130000     MOVE WS-RCN-NSF-KEY        TO DL100-GB-KEY.
130100     COMPUTE DL100-GB-BALANCE = WS-RCN-NSF-PRIOR
130200                              + WS-RCN-NSF-TONIGHT.
130300     MOVE WS-RCN-NSF-LAST-DATE  TO DL100-GB-LAST-DATE.
130400     MOVE WS-RCN-NSF-TONIGHT    TO DL100-GB-LAST-MOVEMENT.
130500     MOVE WS-RCN-NSF-OPENED-DATE TO DL100-GB-OPENED-DATE.
130600     PERFORM 7900-WRITE-GLBOUT THRU 7900-EXIT.
130700     MOVE SPACES                TO DL100-GL-BALANCE-RECORD.
130800     SET DL100-GB-RECON-LINE    TO TRUE.
130900     MOVE WS-RCN-EXC-KEY        TO DL100-GB-KEY.
131000     COMPUTE DL100-GB-BALANCE = WS-RCN-EXC-PRIOR
131100                              + WS-RCN-EXC-TONIGHT.
131200     MOVE WS-RCN-EXC-LAST-DATE  TO DL100-GB-LAST-DATE.
131300     MOVE WS-RCN-EXC-TONIGHT    TO DL100-GB-LAST-MOVEMENT.
131400     MOVE WS-RCN-EXC-OPENED-DATE TO DL100-GB-OPENED-DATE.
131500     PERFORM 7900-WRITE-GLBOUT THRU 7900-EXIT.
131600     CLOSE GLBOUT.
131700 7000-EXIT.
131800     EXIT.
131900*
132000 7100-WRITE-ONE-ACCOUNT.
132100     MOVE SPACES                   TO DL100-GL-BALANCE-RECORD.
132200     SET DL100-GB-ACCOUNT-LINE     TO TRUE.
132300     MOVE WS-GLA-ACCOUNT (WS-GLA-SUB) TO DL100-GB-KEY.
132400     COMPUTE DL100-GB-BALANCE = WS-GLA-OPENING (WS-GLA-SUB)
132500                              + WS-GLA-MOVEMENT (WS-GLA-SUB).
132600     MOVE WS-GLA-LAST-DATE (WS-GLA-SUB)   TO DL100-GB-LAST-DATE.
132700     MOVE WS-GLA-MOVEMENT (WS-GLA-SUB)
132800         TO DL100-GB-LAST-MOVEMENT.
132900     MOVE WS-GLA-OPENED-DATE (WS-GLA-SUB) TO DL100-GB-OPENED-DATE.
133000     PERFORM 7900-WRITE-GLBOUT THRU 7900-EXIT.
133100 7100-EXIT.
133200     EXIT.
133300*
133400 7900-WRITE-GLBOUT.
133500     MOVE DL100-GL-BALANCE-RECORD TO GLBOUT-REC.
133600     WRITE GLBOUT-REC.
133700     ADD 1 TO WS-BALANCES-WRITTEN.
133800 7900-EXIT.
133900     EXIT.
134000*
134100******************************************************************
134200* 8500-WRITE-AUDIT  -  APPEND ONE AUDIT-TRAIL RECORD FOR THIS    *
134300*                      RUN                                       *
134400******************************************************************
134500 8500-WRITE-AUDIT.
134600     OPEN EXTEND AUDTRL.
134700     IF NOT AUDTRL-OK
134800         DISPLAY 'HELLO25 - UNABLE TO OPEN AUDTRL, STATUS = '
134900             WS-AUDTRL-STATUS
135000         GO TO 8500-EXIT
135100     END-IF.
135200     MOVE SPACES               TO DL100-AUDIT-RECORD.
135300     MOVE DL100-JOB-NAME       TO DL100-AU-JOB-NAME.
135400     MOVE DL100-RUN-DATE       TO DL100-AU-RUN-DATE.
135500     MOVE DL100-RUN-TIME       TO DL100-AU-RUN-TIME.
135600     MOVE WS-RUN-START-DATE    TO DL100-AU-START-DATE.
135700     MOVE WS-RUN-START-TIME    TO DL100-AU-START-TIME.
135800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
135900     ACCEPT WS-CURRENT-TIME FROM TIME.
136000     MOVE WS-CURRENT-DATE      TO DL100-AU-END-DATE.
136100     MOVE WS-CURRENT-TIME      TO DL100-AU-END-TIME.
136200     COMPUTE DL100-AU-RECORDS-READ = WS-JOURNAL-LEGS
136300                                   + WS-MANUAL-LEGS.
136400     MOVE WS-BALANCES-WRITTEN  TO DL100-AU-RECORDS-WRITTEN.
136500     MOVE DL100-RETURN-CODE    TO DL100-AU-RETURN-CODE.
136600     MOVE DL100-AUDIT-RECORD   TO AUDTRL-REC.
136700     WRITE AUDTRL-REC.
136800     CLOSE AUDTRL.
136900 8500-EXIT.
137000     EXIT.
137100*
137200******************************************************************
137300* 9100-WRITE-STATUS  -  THE SINGLE FIXED-FORMAT STATUS RECORD    *
137400*                       THE SCHEDULER AND THE NIGHT-STATUS STEP  *
137500*                       TEST.  ITS AMOUNT IS THE PROOF           *
137600*                       DIFFERENCE, SO AN OUT-OF-BALANCE NIGHT   *
137700*                       SHOWS ON THE NIGHT-STATUS PAGE WITH THE  *
137800*                       FIGURE.  WRITTEN FROM 9999 SO EVEN AN    *
137900*                       ABORTED RUN LEAVES A FAIL VERDICT        *
138000*                       BEHIND.                                  *
138100******************************************************************
138200 9100-WRITE-STATUS.
138300     OPEN OUTPUT STATOUT.
138400     IF NOT STATOUT-OK
138500         DISPLAY 'HELLO25 - UNABLE TO OPEN STATOUT, STATUS = '
138600             WS-STATOUT-STATUS
138700         GO TO 9100-EXIT
138800     END-IF.
138900     MOVE SPACES                 TO DL100-STATUS-RECORD.
139000     MOVE DL100-JOB-NAME         TO DL100-SR-JOB-NAME.
139100     MOVE DL100-RUN-DATE         TO DL100-SR-RUN-DATE.
139200     COMPUTE DL100-SR-RECORDS-READ = WS-JOURNAL-LEGS
139300                                   + WS-MANUAL-LEGS.
139400     MOVE WS-BALANCES-WRITTEN    TO DL100-SR-RECORDS-WRITTEN.
139500     MOVE WS-ACCOUNTS-UNUSABLE   TO DL100-SR-RECORDS-SUSPENDED.
139600     MOVE WS-DIFFERENCE          TO DL100-SR-AMOUNT-TOTAL.
139700     MOVE DL100-RETURN-CODE      TO DL100-SR-RETURN-CODE.
139800     IF DL100-RETURN-CODE = 0
139900         SET DL100-SR-PASSED TO TRUE
140000     ELSE
140100         SET DL100-SR-FAILED TO TRUE
140200     END-IF.
140300     MOVE DL100-STATUS-RECORD    TO STATOUT-REC.
140400     WRITE STATOUT-REC.
140500     CLOSE STATOUT.
140600 9100-EXIT.
140700     EXIT.
140800*
140900******************************************************************
141000* 9999-TERMINATE  -  WRITE THE STATUS RECORD, CLOSE FILES,       *
141100*                    REPORT COUNTS AND SET THE STEP RETURN CODE. *
141200******************************************************************
141300 9999-TERMINATE.
141400     PERFORM 9100-WRITE-STATUS THRU 9100-EXIT.
141500     IF GLPRPT-OPEN
141600         CLOSE GLPRPT
141700     END-IF.
141800     DISPLAY 'HELLO25 - BALANCE RECORDS READ  = '
141900         WS-BALANCES-READ.
142000     DISPLAY 'HELLO25 - JOURNAL LEGS APPLIED  = ' WS-JOURNAL-LEGS.
142100     DISPLAY 'HELLO25 - MANUAL LEGS APPLIED   = ' WS-MANUAL-LEGS.
142110     DISPLAY 'HELLO25 - MANUAL LEGS SKIPPED   = '
142120         WS-MANUAL-SKIPPED.
142130     DISPLAY 'HELLO25 - MANUAL LEGS HELD      = ' WS-MANUAL-HELD.
142200     DISPLAY 'HELLO25 - ACCOUNTS READ         = '
142300         WS-ACCOUNTS-READ.
142400     DISPLAY 'HELLO25 - BALANCE RECORDS WRITTEN = '
142500         WS-BALANCES-WRITTEN.
142600     DISPLAY 'HELLO25 - PROOF DIFFERENCE      = ' WS-DIFFERENCE.
142700     DISPLAY 'HELLO25 - FINAL RETURN CODE     = '
142800         DL100-RETURN-CODE.
142900     MOVE DL100-RETURN-CODE TO RETURN-CODE.
143000     DISPLAY 'HELLO25 - GL BALANCE PROOF COMPLETE'.
143100 9999-EXIT.
143200     EXIT.
