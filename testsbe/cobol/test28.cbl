000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID.  HELLO28                                        *
000400*                                                                *
000500*    CLOSED-ACCOUNT ARCHIVE AND PURGE.                           *
000600*                                                                *
000700*    CLOSED ACCOUNTS STAY ON ACCTMST AND TRANHIST FOR GOOD, AND  *
000800*    EVERY STEP THAT READS EITHER FILE PAYS TO SKIP THEM.  RUN   *
000900*    ONCE A YEAR, THIS STEP MOVES AN ACCOUNT THAT IS CLOSED,     *
001000*    HOLDS A ZERO BALANCE AND HAS HAD NO ACTIVITY FOR THE        *
001100*    ARCHMONTHS CARD'S NUMBER OF MONTHS FROM ACCTMST TO THE      *
001200*    ACCOUNT ARCHIVE (ACCTARC), AND ITS TRANHIST RECORDS TO THE  *
001300*    HISTORY ARCHIVE (TRANARC).  NO ACTIVITY MEANS BOTH THE      *
001400*    MASTER'S LAST-ACTIVITY DATE AND EVERY ITEM ON ITS HISTORY - *
001500*    WHICH CATCHES MONEY DIVERTED FROM A CLOSED ACCOUNT, SINCE   *
001600*    THAT LEAVES THE MASTER ALONE - ARE DATED BEFORE THE         *
001700*    CUT-OFF.                                                    *
001800*                                                                *
001900*    THE ARCHIVE FILES ARE KEYED AND LAID OUT EXACTLY AS THE     *
002000*    LIVE ONES, SO THE INQUIRY STEP (HELLO18) ANSWERS FOR AN     *
002100*    ARCHIVED ACCOUNT WHEN ITS TRANHIST AND ACCTMST DDS NAME THE *
002200*    ARCHIVES.  THE POSTING STEP RECREATES AN ARCHIVED ACCOUNT   *
002300*    NUMBER WHEN MONEY LATER ARRIVES FOR IT.  SUCH A REOPENED    *
002310*    ACCOUNT, ONCE CLOSED AGAIN, IS NOT MOVED OVER ITS ARCHIVED  *
002320*    RECORD - IT IS LISTED AND THE STEP ENDS RC 0004.            *
002400*                                                                *
002500*    THE PURGE REGISTER (PRGRPT) LISTS EVERY CLOSED ACCOUNT -    *
002600*    MOVED, OR KEPT AND WHY - AND PROVES THE RUN.  EACH OF THE   *
002700*    FOUR FILES IS COUNTED AND TOTALLED BEFORE AND AGAIN AFTER   *
002800*    THE MOVE, AND LIVE PLUS ARCHIVED MUST EQUAL THE PRE-RUN     *
002900*    FIGURES FOR BOTH THE ACCOUNTS (RECORDS AND BALANCE) AND THE *
003000*    HISTORY (RECORDS AND AMOUNT).  A PROOF THAT FAILS ENDS THE  *
003100*    STEP RC 0016.  RUNMODE TRIAL SELECTS AND PROVES BUT MOVES   *
003200*    NOTHING.                                                    *
003300*                                                                *
003400*    A FILE THAT CANNOT BE OPENED OR AN ARCHIVE WRITE OR LIVE    *
003500*    DELETE THAT FAILS ENDS THE STEP RC 0020 AT ONCE; THE FILES  *
003600*    ARE THEN PART-MOVED AND MUST BE RESTORED FROM THE PRE-RUN   *
003700*    BACKUPS THE JCL TAKES.                                      *
003800*                                                                *
003900*    MODIFICATION HISTORY                                        *
004000*    DATE       BY    DESCRIPTION                                *
004100*    ---------- ----- -------------------------------------      *
004200*    2026-10-15 DLM   ORIGINAL.                                  *
004300*                                                                *
004400******************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID.    HELLO28.
004700 AUTHOR.        D L MERCER.
004800 INSTALLATION.  DAILY BATCH SUITE.
004900 DATE-WRITTEN.  2026-10-15.
005000 DATE-COMPILED.
005100 ENVIRONMENT    DIVISION.
005200 INPUT-OUTPUT   SECTION.
005300 FILE-CONTROL.
005400*    THE LIVE MASTER IS READ FRONT TO BACK AND AN ARCHIVED
005500*    ACCOUNT DELETED AS IT IS PASSED.
005600     SELECT ACCTMST ASSIGN TO ACCTMST
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE  IS DYNAMIC
005900         RECORD KEY   IS DL100-AC-ACCOUNT-NO
006000         FILE STATUS  IS WS-ACCTMST-STATUS.
006100     SELECT TRANHIST ASSIGN TO TRANHIST
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE  IS DYNAMIC
006400         RECORD KEY   IS DL100-TH-KEY
006500         FILE STATUS  IS WS-TRANHIST-STATUS.
006600*    ACCTARC AND TRANARC ARE THE CUMULATIVE ARCHIVES, KEYED AS
006700*    ACCTMST AND TRANHIST ARE.
006800     SELECT ACCTARC ASSIGN TO ACCTARC
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE  IS DYNAMIC
007100         RECORD KEY   IS DL100-XA-ACCOUNT-NO
007200         FILE STATUS  IS WS-ACCTARC-STATUS.
007300     SELECT TRANARC ASSIGN TO TRANARC
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE  IS DYNAMIC
007600         RECORD KEY   IS DL100-HA-KEY
007700         FILE STATUS  IS WS-TRANARC-STATUS.
007800     SELECT PRGRPT  ASSIGN TO PRGRPT
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-PRGRPT-STATUS.
008100     SELECT AUDTRL  ASSIGN TO AUDTRL
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-AUDTRL-STATUS.
008400     SELECT STATOUT ASSIGN TO STATOUT
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-STATOUT-STATUS.
008700*    PARMCRD CARRIES THE RUN'S KEYWORD=VALUE CONTROL CARDS -
008800*    SEE 1050-LOAD-CONTROL-CARDS.
008900     SELECT OPTIONAL PARMCRD ASSIGN TO PARMCRD
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-PARMCRD-STATUS.
009200 DATA           DIVISION.
009300 FILE           SECTION.
009400 FD  ACCTMST
009500     RECORD CONTAINS 80 CHARACTERS.
009600*
009700     COPY ACCTREC.
009800*
009900 FD  TRANHIST
010000     RECORD CONTAINS 80 CHARACTERS.
010100*
010200     COPY TRNHREC.
010300*
010400 FD  ACCTARC
010500     RECORD CONTAINS 80 CHARACTERS.
010600*    THE ARCHIVED MASTER CARRIES THE SAME LAYOUT AS ACCTREC -
010700*    ONLY THE KEY AND THE BALANCE NEED THEIR OWN NAMES HERE.
010800 01  DL100-ACCOUNT-ARCHIVE.
010900     05  DL100-XA-ACCOUNT-NO         PIC X(10).
011000     05  DL100-XA-CURR-BALANCE       PIC S9(11)V99.
011100     05  DL100-XA-BODY               PIC X(57).
011200 FD  TRANARC
011300     RECORD CONTAINS 80 CHARACTERS.
011400*    THE ARCHIVED HISTORY CARRIES THE SAME LAYOUT AS TRNHREC.
011500 01  DL100-HISTORY-ARCHIVE.
011600     05  DL100-HA-KEY.
011700         10  DL100-HA-ACCOUNT-NO     PIC X(10).
011800         10  DL100-HA-ITEM-KEY       PIC X(20).
011900     05  DL100-HA-TRANS-TYPE         PIC X(02).
012000     05  DL100-HA-AMOUNT             PIC S9(9)V99.
012100     05  DL100-HA-BODY               PIC X(37).
012200 FD  PRGRPT
012300     RECORDING MODE IS F.
012400 01  PRGRPT-REC                     PIC X(80).
012500 FD  AUDTRL
012600     RECORDING MODE IS F.
012700 01  AUDTRL-REC                     PIC X(80).
012800 FD  STATOUT
012900     RECORDING MODE IS F.
013000 01  STATOUT-REC                    PIC X(80).
013100 FD  PARMCRD
013200     RECORDING MODE IS F.
013300 01  PARMCRD-REC                    PIC X(80).
013400 WORKING-STORAGE SECTION.
013500*
013600     COPY COPY1.
013700*
013800 01  WS-DATE-TIME.
013900     05  WS-CURRENT-DATE            PIC 9(8).
014000     05  WS-CURRENT-TIME            PIC 9(8).
014100 01  WS-FILE-STATUSES.
014200     05  WS-ACCTMST-STATUS          PIC XX       VALUE '00'.
014300         88  ACCTMST-OK                          VALUE '00' '02'.
014400     05  WS-TRANHIST-STATUS         PIC XX       VALUE '00'.
014500         88  TRANHIST-OK                         VALUE '00' '02'.
014600     05  WS-ACCTARC-STATUS          PIC XX       VALUE '00'.
014700         88  ACCTARC-OK                          VALUE '00' '02'.
014800     05  WS-TRANARC-STATUS          PIC XX       VALUE '00'.
014900         88  TRANARC-OK                          VALUE '00' '02'.
015000     05  WS-PRGRPT-STATUS           PIC XX       VALUE '00'.
015100         88  PRGRPT-OK                           VALUE '00'.
015200     05  WS-AUDTRL-STATUS           PIC XX       VALUE '00'.
015300         88  AUDTRL-OK                           VALUE '00'.
015400     05  WS-STATOUT-STATUS          PIC XX       VALUE '00'.
015500         88  STATOUT-OK                          VALUE '00'.
015600     05  WS-PARMCRD-STATUS          PIC XX       VALUE '00'.
015700         88  PARMCRD-OK                          VALUE '00'.
015800         88  PARMCRD-EOF                         VALUE '10'.
015900*
016000 01  WS-SWITCHES.
016100     05  WS-SCAN-EOF-SW             PIC X        VALUE 'N'.
016200         88  SCAN-AT-EOF                         VALUE 'Y'.
016300     05  WS-ACCTMST-EOF-SW          PIC X        VALUE 'N'.
016400         88  ACCTMST-AT-EOF                      VALUE 'Y'.
016500     05  WS-HISTORY-SW              PIC X        VALUE 'N'.
016600         88  HISTORY-DONE                        VALUE 'Y'.
016700     05  WS-TRIAL-SW                PIC X        VALUE 'N'.
016800         88  TRIAL-RUN                           VALUE 'Y'.
016900     05  WS-PROOF-SW                PIC X        VALUE 'Y'.
017000         88  PROOF-HOLDS                         VALUE 'Y'.
017100     05  WS-ABORT-SW                PIC X        VALUE 'N'.
017200         88  ABORT-RUN                           VALUE 'Y'.
017210*    EACH FILE'S OPEN STATE, SO 9999 CLOSES ONLY WHAT WAS OPENED
017220*    WHEN A CARD, AN OPEN OR A MOVE ENDS THE RUN EARLY.
017230     05  WS-ACCTMST-OPEN-SW         PIC X        VALUE 'N'.
017240         88  ACCTMST-OPEN                        VALUE 'Y'.
017250     05  WS-TRANHIST-OPEN-SW        PIC X        VALUE 'N'.
017260         88  TRANHIST-OPEN                       VALUE 'Y'.
017270     05  WS-ACCTARC-OPEN-SW         PIC X        VALUE 'N'.
017280         88  ACCTARC-OPEN                        VALUE 'Y'.
017290     05  WS-TRANARC-OPEN-SW         PIC X        VALUE 'N'.
017292         88  TRANARC-OPEN                        VALUE 'Y'.
017294     05  WS-PRGRPT-OPEN-SW          PIC X        VALUE 'N'.
017296         88  PRGRPT-OPEN                         VALUE 'Y'.
017300*
017400 01  WS-COUNTERS                    COMP.
017500     05  WS-ACCOUNTS-READ           PIC 9(9)     VALUE 0.
017600     05  WS-CLOSED-READ             PIC 9(9)     VALUE 0.
017700     05  WS-ACCOUNTS-SELECTED       PIC 9(9)     VALUE 0.
017800     05  WS-HISTORY-SELECTED        PIC 9(9)     VALUE 0.
017900     05  WS-CLOSED-KEPT             PIC 9(9)     VALUE 0.
018000 01  WS-HISTORY-SELECTED-AMT        PIC S9(13)V99 VALUE 0.
018100*
018200*    THE RUN MODE IN FORCE - SEEDED FROM THE PARM, OVERRIDDEN
018300*    BY A RUNMODE CONTROL CARD.  BLANK ARCHIVES; TRIAL ONLY
018400*    SELECTS.
018500 01  WS-RUN-MODE                    PIC X(06)    VALUE SPACES.
018600*
018700*    THE CUT-OFF.  AN ACCOUNT IS INACTIVE WHEN ITS LAST ACTIVITY
018800*    AND ALL ITS HISTORY ARE DATED BEFORE THE RUN DATE LESS THE
018900*    ARCHMONTHS CARD'S MONTHS.  THE MINIMUM OF 3 KEEPS THE CUT-OFF
019000*    BEHIND THE TRANOUT GENERATIONS NOT YET CONSOLIDATED.
019100 01  WS-CUTOFF-WORK.
019200     05  WS-ARCH-MONTHS             PIC 9(03)    VALUE 24   COMP.
019300     05  WS-CUT-MONTHS              PIC 9(07)    VALUE 0    COMP.
019400     05  WS-CUT-MM0                 PIC 9(02)    VALUE 0    COMP.
019500     05  WS-CUTOFF-DATE-N           PIC 9(08)    VALUE 0.
019600     05  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE-N.
019700         10  WS-CUT-YYYY            PIC 9(04).
019800         10  WS-CUT-MM              PIC 9(02).
019900         10  WS-CUT-DD              PIC 9(02).
020000     05  WS-CUTOFF-DATE             PIC X(08)    VALUE SPACES.
020100*
020200*    THE ACCOUNT IN HAND - ITS HISTORY TOTALS AND WHY IT IS KEPT.
020300 01  WS-ACCOUNT-WORK.
020400     05  WS-ACCOUNT-NO              PIC X(10)    VALUE SPACES.
020500     05  WS-ACC-HIST-COUNT          PIC 9(09)    VALUE 0    COMP.
020600     05  WS-ACC-HIST-AMOUNT         PIC S9(13)V99 VALUE 0.
020700     05  WS-ACC-HIST-SW             PIC X(01)    VALUE SPACE.
020800         88  ACC-HIST-RECENT                     VALUE 'R'.
020900         88  ACC-HIST-DAMAGED                    VALUE 'D'.
021000     05  WS-KEEP-REASON             PIC 9(01)    VALUE 0.
021100         88  ACCOUNT-TO-MOVE                     VALUE 0.
021200*
021300*    WHY AN ACCOUNT WAS KEPT, WITH A COUNT AND BALANCE FOR EACH.
021400*    REASON 1 IS EVERY ACCOUNT NOT CLOSED; THE OTHERS ARE CLOSED
021500*    ACCOUNTS AND ARE LISTED ONE BY ONE.
021600 01  WS-KEEP-REASONS-DATA.
021700     05  FILLER                     PIC X(36)    VALUE
021800         'KEPT - OPEN OR BLOCKED'.
021900     05  FILLER                     PIC X(36)    VALUE
022000         'KEPT - CLOSED, BALANCE NOT ZERO'.
022100     05  FILLER                     PIC X(36)    VALUE
022200         'KEPT - CLOSED, RECENT ACTIVITY'.
022300     05  FILLER                     PIC X(36)    VALUE
022400         'KEPT - CLOSED, RECENT HISTORY'.
022500     05  FILLER                     PIC X(36)    VALUE
022600         'KEPT - CLOSED, BAD DATE OR HISTORY'.
022700     05  FILLER                     PIC X(36)    VALUE
022800         'KEPT - CLOSED, REOPENED, ON ARCHIVE'.
022900 01  WS-KEEP-REASONS REDEFINES WS-KEEP-REASONS-DATA.
023000     05  WS-KR-LABEL                PIC X(36)    OCCURS 6 TIMES.
023100 01  WS-KEEP-TOTALS.
023200     05  WS-KEEP-SUB                PIC 9(01)    VALUE 0    COMP.
023300     05  WS-KEEP-ENTRY              OCCURS 6 TIMES.
023400         10  WS-KT-COUNT            PIC 9(09)    COMP.
023500         10  WS-KT-BALANCE          PIC S9(13)V99.
023600*
023700*    THE PROOF.  ONE ROW PER FILE - 1 ACCTMST, 2 ACCTARC,
023800*    3 TRANHIST, 4 TRANARC - WITH ITS RECORDS AND MONEY BEFORE
023900*    THE RUN, AFTER IT, AND MOVED BY IT (OFF A LIVE FILE, ONTO
024000*    AN ARCHIVE).  THE MONEY IS THE BALANCE FOR AN ACCOUNT FILE
024100*    AND THE NET AMOUNT FOR A HISTORY FILE.  A RECORD WITH A
024200*    DAMAGED FIGURE IS COUNTED BUT ADDS NOTHING.
024300 01  WS-FILE-NAMES-DATA.
024400     05  FILLER                     PIC X(36)    VALUE
024500         'ACCOUNT MASTER (ACCTMST)'.
024600     05  FILLER                     PIC X(36)    VALUE
024700         'ACCOUNT ARCHIVE (ACCTARC)'.
024800     05  FILLER                     PIC X(36)    VALUE
024900         'TRANSACTION HISTORY (TRANHIST)'.
025000     05  FILLER                     PIC X(36)    VALUE
025100         'HISTORY ARCHIVE (TRANARC)'.
025200 01  WS-FILE-NAMES REDEFINES WS-FILE-NAMES-DATA.
025300     05  WS-FN-LABEL                PIC X(36)    OCCURS 4 TIMES.
025400 01  WS-PROOF-TABLE.
025500     05  WS-LIVE-SUB                PIC 9(01)    VALUE 0    COMP.
025600     05  WS-ARC-SUB                 PIC 9(01)    VALUE 0    COMP.
025700     05  WS-PROOF-ENTRY             OCCURS 4 TIMES.
025800         10  WS-PF-BEFORE-COUNT     PIC 9(09)    COMP.
025900         10  WS-PF-BEFORE-AMOUNT    PIC S9(13)V99.
026000         10  WS-PF-AFTER-COUNT      PIC 9(09)    COMP.
026100         10  WS-PF-AFTER-AMOUNT     PIC S9(13)V99.
026200         10  WS-PF-MOVED-COUNT      PIC 9(09)    COMP.
026300         10  WS-PF-MOVED-AMOUNT     PIC S9(13)V99.
026400         10  WS-PF-DAMAGED          PIC 9(09)    COMP.
026500*
026600*    ONE FILE'S COUNT AND TOTAL FROM A SCAN - SEE 2000.
026700 01  WS-SCAN-TOTALS.
026800     05  WS-SCAN-COUNT              PIC 9(09)    VALUE 0    COMP.
026900     05  WS-SCAN-AMOUNT             PIC S9(13)V99 VALUE 0.
027000     05  WS-SCAN-DAMAGED            PIC 9(09)    VALUE 0    COMP.
027100*
027200*    THE TWO SIDES OF EACH PROOF LINE - SEE 6100.
027300 01  WS-PROOF-WORK.
027400     05  WS-PW-COUNT-1              PIC 9(10)    VALUE 0    COMP.
027500     05  WS-PW-COUNT-2              PIC 9(10)    VALUE 0    COMP.
027600     05  WS-PW-AMOUNT-1             PIC S9(13)V99 VALUE 0.
027700     05  WS-PW-AMOUNT-2             PIC S9(13)V99 VALUE 0.
027800*
027900     COPY AUDTREC.
028000*
028100     COPY STATREC.
028200*
028300 01  WS-AUDIT-TIMESTAMPS.
028400     05  WS-RUN-START-DATE          PIC 9(08)    VALUE 0.
028500     05  WS-RUN-START-TIME          PIC 9(08)    VALUE 0.
028600*
028700*    CONTROL-CARD PARSE WORK AREA - SEE 1050-LOAD-CONTROL-CARDS.
028800 01  WS-CARD-WORK.
028900     05  WS-CC-KEYWORD              PIC X(16)    VALUE SPACES.
029000     05  WS-CC-VALUE                PIC X(20)    VALUE SPACES.
029100     05  WS-CC-NUMERIC              PIC 9(09)    VALUE 0   COMP.
029200     05  WS-CC-DIGIT                PIC 9(01)    VALUE 0.
029300     05  WS-CC-SUB                  PIC 9(02)    VALUE 0   COMP.
029400     05  WS-CC-SCAN-SW              PIC X(01)    VALUE SPACE.
029500         88  CC-VALUE-ENDED                      VALUE 'E'.
029600         88  CC-VALUE-BAD                        VALUE 'B'.
029700*
029800 01  WS-PRG-HEADING-1.
029900     05  FILLER                     PIC X(01)    VALUE SPACE.
030000     05  FILLER                     PIC X(50)    VALUE
030100         'HELLO28 CLOSED-ACCOUNT PURGE REGISTER - RUN DATE'.
030200     05  FILLER                     PIC X(01)    VALUE SPACE.
030300     05  WS-PH-RUN-DATE             PIC X(08)    VALUE SPACES.
030400     05  FILLER                     PIC X(02)    VALUE SPACES.
030500     05  WS-PH-MODE                 PIC X(18)    VALUE SPACES.
030600 01  WS-PRG-HEADING-2.
030700     05  FILLER                     PIC X(14)    VALUE
030800         ' INACTIVE FOR '.
030900     05  WS-PH-MONTHS               PIC ZZ9.
031000     05  FILLER                     PIC X(31)    VALUE
031100         ' MONTHS - LAST ACTIVITY BEFORE '.
031200     05  WS-PH-CUTOFF               PIC X(08)    VALUE SPACES.
031300     05  FILLER                     PIC X(24)    VALUE SPACES.
031400 01  WS-PRG-HEADING-3.
031500     05  FILLER                     PIC X(01)    VALUE SPACE.
031600     05  FILLER                     PIC X(39)    VALUE
031700         'ACCOUNT    OPENED   LAST-ACT HIST RECS '.
031800     05  FILLER                     PIC X(40)    VALUE
031900         'HIST NET AMOUNT ACTION'.
032000 01  WS-PRG-DETAIL-LINE.
032100     05  FILLER                     PIC X(01)    VALUE SPACE.
032200     05  WS-PD-ACCOUNT-NO           PIC X(10)    VALUE SPACES.
032300     05  FILLER                     PIC X(01)    VALUE SPACE.
032400     05  WS-PD-OPENED               PIC X(08)    VALUE SPACES.
032500     05  FILLER                     PIC X(01)    VALUE SPACE.
032600     05  WS-PD-LAST-ACT             PIC X(08)    VALUE SPACES.
032700     05  FILLER                     PIC X(01)    VALUE SPACE.
032800     05  WS-PD-HIST-RECS            PIC Z(08)9.
032900     05  FILLER                     PIC X(01)    VALUE SPACE.
033000     05  WS-PD-HIST-AMOUNT          PIC -Z(10)9.99.
033100     05  FILLER                     PIC X(01)    VALUE SPACE.
033200     05  WS-PD-ACTION               PIC X(20)    VALUE SPACES.
033300     05  FILLER                     PIC X(04)    VALUE SPACES.
033400 01  WS-PRG-TOTAL-LINE.
033500     05  FILLER                     PIC X(01)    VALUE SPACE.
033600     05  WS-PT-LABEL                PIC X(36)    VALUE SPACES.
033700     05  WS-PT-COUNT                PIC Z(09)9.
033800     05  FILLER                     PIC X(01)    VALUE SPACE.
033900     05  WS-PT-AMOUNT               PIC -Z(12)9.99.
034000     05  FILLER                     PIC X(01)    VALUE SPACE.
034100     05  WS-PT-NOTE                 PIC X(14)    VALUE SPACES.
034200 01  WS-PRG-MESSAGE-LINE.
034300     05  FILLER                     PIC X(01)    VALUE SPACE.
034400     05  WS-PM-TEXT                 PIC X(79)    VALUE SPACES.
034500*
034600 LINKAGE        SECTION.
034700*
034800 01  LS-PARM-AREA.
034900     05  LS-PARM-LEN                PIC S9(4) COMP.
035000     05  LS-PARM-DATA.
035100         10  LS-PARM-OPERATOR-ID    PIC X(08).
035200         10  LS-PARM-RUN-MODE       PIC X(06).
035300 PROCEDURE      DIVISION USING LS-PARM-AREA.
035400*
035500 0000-MAINLINE.
035600     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
035700     IF NOT ABORT-RUN
035800         PERFORM 2000-PRE-RUN-TOTALS   THRU 2000-EXIT
035900         PERFORM 3000-ARCHIVE-ACCOUNTS THRU 3000-EXIT
036000     END-IF.
036100     IF NOT ABORT-RUN
036200         PERFORM 5000-POST-RUN-TOTALS  THRU 5000-EXIT
036300         PERFORM 6000-PROVE-THE-RUN    THRU 6000-EXIT
036400     END-IF.
036500     PERFORM 8500-WRITE-AUDIT      THRU 8500-EXIT.
036600     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
036700     GOBACK.
036800*
036900******************************************************************
037000* 1000-INITIALIZE  -  BUILD THE JOB BANNER, APPLY THE PARM AND   *
037100*                     THE CONTROL CARDS, SET THE CUT-OFF AND     *
037200*                     OPEN THE FILES - FOR UPDATE, OR FOR INPUT  *
037300*                     ONLY ON A TRIAL RUN.                       *
037400******************************************************************
037500 1000-INITIALIZE.
037600     MOVE 'HELLO28'         TO DL100-JOB-NAME.
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
038700     IF LS-PARM-LEN >= 14
038800         MOVE LS-PARM-RUN-MODE TO WS-RUN-MODE
038900     END-IF.
039000     MOVE 0                 TO DL100-RETURN-CODE.
039100     DISPLAY DL100-JOB-HEADER.
039200     PERFORM 1050-LOAD-CONTROL-CARDS THRU 1050-EXIT.
039300     IF ABORT-RUN
039400         GO TO 1000-EXIT
039500     END-IF.
039600     EVALUATE WS-RUN-MODE
039700         WHEN SPACES
039800             MOVE 'ARCHIVE RUN'     TO WS-PH-MODE
039900         WHEN 'TRIAL'
040000             SET TRIAL-RUN TO TRUE
040100             MOVE 'TRIAL - NO MOVES' TO WS-PH-MODE
040200             DISPLAY 'HELLO28 - TRIAL RUN - ACCOUNTS ARE '
040300                 'SELECTED AND LISTED BUT NOTHING IS MOVED'
040400         WHEN OTHER
040500             DISPLAY 'HELLO28 - UNKNOWN RUN MODE: ' WS-RUN-MODE
040600             SET ABORT-RUN TO TRUE
040700             MOVE 0020 TO DL100-RETURN-CODE
040800             GO TO 1000-EXIT
040900     END-EVALUATE.
041000     MOVE WS-CURRENT-DATE   TO WS-CUTOFF-DATE-N.
041100     COMPUTE WS-CUT-MONTHS = (WS-CUT-YYYY * 12) + WS-CUT-MM - 1
041200         - WS-ARCH-MONTHS.
041300     DIVIDE WS-CUT-MONTHS BY 12
041400         GIVING WS-CUT-YYYY REMAINDER WS-CUT-MM0.
041500     COMPUTE WS-CUT-MM = WS-CUT-MM0 + 1.
041600     MOVE WS-CUTOFF-DATE-N  TO WS-CUTOFF-DATE.
041700     IF TRIAL-RUN
041800         OPEN INPUT ACCTMST
041900     ELSE
042000         OPEN I-O ACCTMST
042100     END-IF.
042200     IF NOT ACCTMST-OK
042300         DISPLAY 'HELLO28 - UNABLE TO OPEN ACCTMST, STATUS = '
042400             WS-ACCTMST-STATUS
042500         SET ABORT-RUN TO TRUE
042600         MOVE 0020 TO DL100-RETURN-CODE
042700         GO TO 1000-EXIT
042800     END-IF.
042810     SET ACCTMST-OPEN TO TRUE.
042900     IF TRIAL-RUN
043000         OPEN INPUT TRANHIST
043100     ELSE
043200         OPEN I-O TRANHIST
043300     END-IF.
043400     IF NOT TRANHIST-OK
043500         DISPLAY 'HELLO28 - UNABLE TO OPEN TRANHIST, STATUS = '
043600             WS-TRANHIST-STATUS
043700         SET ABORT-RUN TO TRUE
043800         MOVE 0020 TO DL100-RETURN-CODE
043900         GO TO 1000-EXIT
044000     END-IF.
044010     SET TRANHIST-OPEN TO TRUE.
044100     IF TRIAL-RUN
044200         OPEN INPUT ACCTARC
044300     ELSE
044400         OPEN I-O ACCTARC
044500     END-IF.
044600     IF NOT ACCTARC-OK
044700         DISPLAY 'HELLO28 - UNABLE TO OPEN ACCTARC, STATUS = '
044800             WS-ACCTARC-STATUS
044900         SET ABORT-RUN TO TRUE
045000         MOVE 0020 TO DL100-RETURN-CODE
045100         GO TO 1000-EXIT
045200     END-IF.
045210     SET ACCTARC-OPEN TO TRUE.
045300     IF TRIAL-RUN
045400         OPEN INPUT TRANARC
045500     ELSE
045600         OPEN I-O TRANARC
045700     END-IF.
045800     IF NOT TRANARC-OK
045900         DISPLAY 'HELLO28 - UNABLE TO OPEN TRANARC, STATUS = '
046000             WS-TRANARC-STATUS
046100         SET ABORT-RUN TO TRUE
046200         MOVE 0020 TO DL100-RETURN-CODE
046300         GO TO 1000-EXIT
046400     END-IF.
046410     SET TRANARC-OPEN TO TRUE.
046500     OPEN OUTPUT PRGRPT.
046600     IF NOT PRGRPT-OK
046700         DISPLAY 'HELLO28 - UNABLE TO OPEN PRGRPT, STATUS = '
046800             WS-PRGRPT-STATUS
046900         SET ABORT-RUN TO TRUE
047000         MOVE 0020 TO DL100-RETURN-CODE
047100         GO TO 1000-EXIT
047200     END-IF.
047210     SET PRGRPT-OPEN TO TRUE.
047300     MOVE DL100-RUN-DATE    TO WS-PH-RUN-DATE.
047400     MOVE WS-PRG-HEADING-1  TO PRGRPT-REC.
047500     WRITE PRGRPT-REC.
047600     MOVE WS-ARCH-MONTHS    TO WS-PH-MONTHS.
047700     MOVE WS-CUTOFF-DATE    TO WS-PH-CUTOFF.
047800     MOVE WS-PRG-HEADING-2  TO PRGRPT-REC.
047900     WRITE PRGRPT-REC.
048000 1000-EXIT.
048100     EXIT.
048200*
048300******************************************************************
048400* 1050-LOAD-CONTROL-CARDS  -  READ THE KEYWORD=VALUE CONTROL     *
048500*                             CARDS.  EVERY CARD IS ECHOED TO    *
048600*                             THE JOB LOG SO THE RUN'S OPTIONS   *
048700*                             ARE ON RECORD; A BAD KEYWORD OR    *
048800*                             VALUE FAILS THE STEP RC 0020       *
048900*                             BEFORE ANY OTHER FILE IS OPENED.   *
049000*                             CARDS OVERRIDE THE PARM.  KEYWORDS *
049100*                             - OPERATOR, RUNMODE (BLANK OR      *
049200*                             TRIAL), ARCHMONTHS (3 TO 120).     *
049300******************************************************************
049400 1050-LOAD-CONTROL-CARDS.
049500     OPEN INPUT PARMCRD.
049600     IF NOT PARMCRD-OK
049700         DISPLAY 'HELLO28 - NO CONTROL CARDS - PARM AND '
049800             'DEFAULTS APPLY'
049900         GO TO 1050-EXIT
050000     END-IF.
050100     PERFORM 1055-READ-PARMCRD THRU 1055-EXIT.
050200     PERFORM 1060-ONE-CONTROL-CARD THRU 1060-EXIT
050300         UNTIL PARMCRD-EOF OR ABORT-RUN.
050400     CLOSE PARMCRD.
050500 1050-EXIT.
050600     EXIT.
050700*
050800 1055-READ-PARMCRD.
050900     READ PARMCRD
051000         AT END
051100             GO TO 1055-EXIT
051200     END-READ.
051300 1055-EXIT.
051400     EXIT.
051500*
051600 1060-ONE-CONTROL-CARD.
051700     DISPLAY 'HELLO28 - CONTROL CARD: ' PARMCRD-REC.
051800     IF PARMCRD-REC = SPACES OR PARMCRD-REC (1:1) = '*'
051900         GO TO 1060-NEXT
052000     END-IF.
052100     MOVE SPACES TO WS-CC-KEYWORD.
052200     MOVE SPACES TO WS-CC-VALUE.
052300     UNSTRING PARMCRD-REC DELIMITED BY '='
052400         INTO WS-CC-KEYWORD WS-CC-VALUE.
052500     EVALUATE WS-CC-KEYWORD
052600         WHEN 'OPERATOR'
052700             MOVE WS-CC-VALUE (1:8) TO DL100-OPERATOR-ID
052800         WHEN 'RUNMODE'
052900             MOVE WS-CC-VALUE (1:6) TO WS-RUN-MODE
053000         WHEN 'ARCHMONTHS'
053100             PERFORM 1080-NUMERIC-VALUE THRU 1080-EXIT
053200             IF NOT CC-VALUE-BAD
053300                 IF WS-CC-NUMERIC < 3 OR WS-CC-NUMERIC > 120
053400                     PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
053500                 ELSE
053600                     MOVE WS-CC-NUMERIC TO WS-ARCH-MONTHS
053700                 END-IF
053800             END-IF
053900         WHEN OTHER
054000             DISPLAY 'HELLO28 - BAD CONTROL CARD KEYWORD: '
054100                 WS-CC-KEYWORD
054200             MOVE 0020 TO DL100-RETURN-CODE
054300             SET ABORT-RUN TO TRUE
054400     END-EVALUATE.
054500 1060-NEXT.
054600     PERFORM 1055-READ-PARMCRD THRU 1055-EXIT.
054700 1060-EXIT.
054800     EXIT.
054900*
055000******************************************************************
055100* 1080-NUMERIC-VALUE  -  CONVERT THE CARD'S LEFT-JUSTIFIED VALUE *
055200*                        DIGITS INTO WS-CC-NUMERIC.  A VALUE     *
055300*                        WITH NO DIGITS, OR WITH ANYTHING OTHER  *
055400*                        THAN DIGITS BEFORE THE FIRST SPACE, IS  *
055500*                        A BAD CARD - RC 0020.                   *
055600******************************************************************
055700 1080-NUMERIC-VALUE.
055800     MOVE 0     TO WS-CC-NUMERIC.
055900     MOVE SPACE TO WS-CC-SCAN-SW.
056000     PERFORM 1085-ONE-VALUE-DIGIT THRU 1085-EXIT
056100         VARYING WS-CC-SUB FROM 1 BY 1
056200             UNTIL WS-CC-SUB > 20
056300                OR CC-VALUE-ENDED
056400                OR CC-VALUE-BAD.
056500     IF WS-CC-VALUE (1:1) = SPACE
056600         SET CC-VALUE-BAD TO TRUE
056700     END-IF.
056800     IF CC-VALUE-BAD
056900         PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
057000     END-IF.
057100 1080-EXIT.
057200     EXIT.
057300*
057400 1085-ONE-VALUE-DIGIT.
057500     IF WS-CC-VALUE (WS-CC-SUB:1) = SPACE
057600         SET CC-VALUE-ENDED TO TRUE
057700         GO TO 1085-EXIT
057800     END-IF.
057900     IF WS-CC-VALUE (WS-CC-SUB:1) IS NOT NUMERIC
058000      OR WS-CC-SUB > 9
058100         SET CC-VALUE-BAD TO TRUE
058200         GO TO 1085-EXIT
058300     END-IF.
058400     MOVE WS-CC-VALUE (WS-CC-SUB:1) TO WS-CC-DIGIT.
058500     COMPUTE WS-CC-NUMERIC =
058600         (WS-CC-NUMERIC * 10) + WS-CC-DIGIT.
058700 1085-EXIT.
058800     EXIT.
058900*
059000 1090-BAD-CARD-VALUE.
059100     DISPLAY 'HELLO28 - BAD CONTROL CARD VALUE FOR '
059200         WS-CC-KEYWORD ': ' WS-CC-VALUE.
059300     MOVE 0020 TO DL100-RETURN-CODE.
059400     SET ABORT-RUN TO TRUE.
059500 1090-EXIT.
059600     EXIT.
059700*
059800******************************************************************
059900* 2000-PRE-RUN-TOTALS  -  COUNT AND TOTAL ALL FOUR FILES BEFORE  *
060000*                         ANYTHING MOVES.  THESE ARE THE FIGURES *
060100*                         THE PROOF STARTS FROM.                 *
060200******************************************************************
060300 2000-PRE-RUN-TOTALS.
060400     PERFORM 2100-SCAN-ACCTMST THRU 2100-EXIT.
060500     MOVE WS-SCAN-COUNT   TO WS-PF-BEFORE-COUNT (1).
060600     MOVE WS-SCAN-AMOUNT  TO WS-PF-BEFORE-AMOUNT (1).
060700     MOVE WS-SCAN-DAMAGED TO WS-PF-DAMAGED (1).
060800     PERFORM 2200-SCAN-ACCTARC THRU 2200-EXIT.
060900     MOVE WS-SCAN-COUNT   TO WS-PF-BEFORE-COUNT (2).
061000     MOVE WS-SCAN-AMOUNT  TO WS-PF-BEFORE-AMOUNT (2).
061100     MOVE WS-SCAN-DAMAGED TO WS-PF-DAMAGED (2).
061200     PERFORM 2300-SCAN-TRANHIST THRU 2300-EXIT.
061300     MOVE WS-SCAN-COUNT   TO WS-PF-BEFORE-COUNT (3).
061400     MOVE WS-SCAN-AMOUNT  TO WS-PF-BEFORE-AMOUNT (3).
061500     MOVE WS-SCAN-DAMAGED TO WS-PF-DAMAGED (3).
061600     PERFORM 2400-SCAN-TRANARC THRU 2400-EXIT.
061700     MOVE WS-SCAN-COUNT   TO WS-PF-BEFORE-COUNT (4).
061800     MOVE WS-SCAN-AMOUNT  TO WS-PF-BEFORE-AMOUNT (4).
061900     MOVE WS-SCAN-DAMAGED TO WS-PF-DAMAGED (4).
062000 2000-EXIT.
062100     EXIT.
062200*
062300******************************************************************
062400* 2100-SCAN-ACCTMST  -  COUNT EVERY RECORD ON THE LIVE MASTER    *
062500*                       AND TOTAL ITS BALANCES.  2200, 2300 AND  *
062600*                       2400 DO THE SAME FOR THE OTHER THREE     *
062700*                       FILES.                                   *
062800******************************************************************
062900 2100-SCAN-ACCTMST.
063000     MOVE 0 TO WS-SCAN-COUNT.
063100     MOVE 0 TO WS-SCAN-AMOUNT.
063200     MOVE 0 TO WS-SCAN-DAMAGED.
063300     MOVE LOW-VALUES TO DL100-AC-ACCOUNT-NO.
063400     START ACCTMST KEY NOT < DL100-AC-ACCOUNT-NO
063500         INVALID KEY
063600             GO TO 2100-EXIT
063700     END-START.
063800     MOVE 'N' TO WS-ACCTMST-EOF-SW.
063900     PERFORM 2110-READ-ACCTMST THRU 2110-EXIT.
064000     PERFORM 2120-SCAN-ONE-ACCOUNT THRU 2120-EXIT
064100         UNTIL ACCTMST-AT-EOF.
064200 2100-EXIT.
064300     EXIT.
064400*
064500 2110-READ-ACCTMST.
064600     READ ACCTMST NEXT RECORD
064700         AT END
064800             MOVE 'Y' TO WS-ACCTMST-EOF-SW
064900     END-READ.
065000 2110-EXIT.
065100     EXIT.
065200*
065300 2120-SCAN-ONE-ACCOUNT.
065400     ADD 1 TO WS-SCAN-COUNT.
065500     IF DL100-AC-CURR-BALANCE IS NUMERIC
065600         ADD DL100-AC-CURR-BALANCE TO WS-SCAN-AMOUNT
065700     ELSE
065800         ADD 1 TO WS-SCAN-DAMAGED
065900     END-IF.
066000     PERFORM 2110-READ-ACCTMST THRU 2110-EXIT.
066100 2120-EXIT.
066200     EXIT.
066300*
066400 2200-SCAN-ACCTARC.
066500     MOVE 0 TO WS-SCAN-COUNT.
066600     MOVE 0 TO WS-SCAN-AMOUNT.
066700     MOVE 0 TO WS-SCAN-DAMAGED.
066800     MOVE LOW-VALUES TO DL100-XA-ACCOUNT-NO.
066900     START ACCTARC KEY NOT < DL100-XA-ACCOUNT-NO
067000         INVALID KEY
067100             GO TO 2200-EXIT
067200     END-START.
067300     MOVE 'N' TO WS-SCAN-EOF-SW.
067400     PERFORM 2210-READ-ACCTARC THRU 2210-EXIT.
067500     PERFORM 2220-SCAN-ONE-ARCHIVED THRU 2220-EXIT
067600         UNTIL SCAN-AT-EOF.
067700 2200-EXIT.
067800     EXIT.
067900*
068000 2210-READ-ACCTARC.
068100     READ ACCTARC NEXT RECORD
068200         AT END
068300             MOVE 'Y' TO WS-SCAN-EOF-SW
068400     END-READ.
068500 2210-EXIT.
068600     EXIT.
068700*
068800 2220-SCAN-ONE-ARCHIVED.
068900     ADD 1 TO WS-SCAN-COUNT.
069000     IF DL100-XA-CURR-BALANCE IS NUMERIC
069100         ADD DL100-XA-CURR-BALANCE TO WS-SCAN-AMOUNT
069200     ELSE
069300         ADD 1 TO WS-SCAN-DAMAGED
069400     END-IF.
069500     PERFORM 2210-READ-ACCTARC THRU 2210-EXIT.
069600 2220-EXIT.
069700     EXIT.
069800*
069900 2300-SCAN-TRANHIST.
070000     MOVE 0 TO WS-SCAN-COUNT.
070100     MOVE 0 TO WS-SCAN-AMOUNT.
070200     MOVE 0 TO WS-SCAN-DAMAGED.
070300     MOVE LOW-VALUES TO DL100-TH-KEY.
070400     START TRANHIST KEY NOT < DL100-TH-KEY
070500         INVALID KEY
070600             GO TO 2300-EXIT
070700     END-START.
070800     MOVE 'N' TO WS-SCAN-EOF-SW.
070900     PERFORM 2310-READ-TRANHIST THRU 2310-EXIT.
071000     PERFORM 2320-SCAN-ONE-HISTORY THRU 2320-EXIT
071100         UNTIL SCAN-AT-EOF.
071200 2300-EXIT.
071300     EXIT.
071400*
071500 2310-READ-TRANHIST.
071600     READ TRANHIST NEXT RECORD
071700         AT END
071800             MOVE 'Y' TO WS-SCAN-EOF-SW
071900     END-READ.
072000 2310-EXIT.
072100     EXIT.
072200*
072300 2320-SCAN-ONE-HISTORY.
072400     ADD 1 TO WS-SCAN-COUNT.
072500     IF DL100-TH-AMOUNT IS NUMERIC
072600         ADD DL100-TH-AMOUNT TO WS-SCAN-AMOUNT
072700     ELSE
072800         ADD 1 TO WS-SCAN-DAMAGED
072900     END-IF.
073000     PERFORM 2310-READ-TRANHIST THRU 2310-EXIT.
073100 2320-EXIT.
073200     EXIT.
073300*
073400 2400-SCAN-TRANARC.
073500     MOVE 0 TO WS-SCAN-COUNT.
073600     MOVE 0 TO WS-SCAN-AMOUNT.
073700     MOVE 0 TO WS-SCAN-DAMAGED.
073800     MOVE LOW-VALUES TO DL100-HA-KEY.
073900     START TRANARC KEY NOT < DL100-HA-KEY
074000         INVALID KEY
074100             GO TO 2400-EXIT
074200     END-START.
074300     MOVE 'N' TO WS-SCAN-EOF-SW.
074400     PERFORM 2410-READ-TRANARC THRU 2410-EXIT.
074500     PERFORM 2420-SCAN-ONE-ARCHIVED THRU 2420-EXIT
074600         UNTIL SCAN-AT-EOF.
074700 2400-EXIT.
074800     EXIT.
074900*
075000 2410-READ-TRANARC.
075100     READ TRANARC NEXT RECORD
075200         AT END
075300             MOVE 'Y' TO WS-SCAN-EOF-SW
075400     END-READ.
075500 2410-EXIT.
075600     EXIT.
075700*
075800 2420-SCAN-ONE-ARCHIVED.
075900     ADD 1 TO WS-SCAN-COUNT.
076000     IF DL100-HA-AMOUNT IS NUMERIC
076100         ADD DL100-HA-AMOUNT TO WS-SCAN-AMOUNT
076200     ELSE
076300         ADD 1 TO WS-SCAN-DAMAGED
076400     END-IF.
076500     PERFORM 2410-READ-TRANARC THRU 2410-EXIT.
076600 2420-EXIT.
076700     EXIT.
076800*
076900******************************************************************
077000* 3000-ARCHIVE-ACCOUNTS  -  ONE PASS OF THE LIVE MASTER, FRONT   *
077100*                           TO BACK, DECIDING FOR EACH ACCOUNT   *
077200*                           WHETHER IT MOVES.                    *
077300******************************************************************
077400 3000-ARCHIVE-ACCOUNTS.
077500     MOVE WS-PRG-HEADING-3 TO PRGRPT-REC.
077600     WRITE PRGRPT-REC.
077700     MOVE LOW-VALUES TO DL100-AC-ACCOUNT-NO.
077800     START ACCTMST KEY NOT < DL100-AC-ACCOUNT-NO
077900         INVALID KEY
078000             GO TO 3000-EXIT
078100     END-START.
078200     MOVE 'N' TO WS-ACCTMST-EOF-SW.
078300     PERFORM 2110-READ-ACCTMST THRU 2110-EXIT.
078400     PERFORM 3100-ONE-ACCOUNT THRU 3100-EXIT
078500         UNTIL ACCTMST-AT-EOF OR ABORT-RUN.
078600 3000-EXIT.
078700     EXIT.
078800*
078900******************************************************************
079000* 3100-ONE-ACCOUNT  -  KEEP AN ACCOUNT THAT IS NOT CLOSED, HOLDS *
079100*                      MONEY, HAS A DAMAGED FIGURE, WAS ACTIVE   *
079200*                      SINCE THE CUT-OFF OR IS ALREADY ON THE    *
079300*                      ARCHIVE.  ANY OTHER IS MOVED - OR ONLY    *
079400*                      LISTED ON A TRIAL RUN.                    *
079500******************************************************************
079600 3100-ONE-ACCOUNT.
079700     ADD 1 TO WS-ACCOUNTS-READ.
079800     MOVE DL100-AC-ACCOUNT-NO TO WS-ACCOUNT-NO.
079900     MOVE 0 TO WS-ACC-HIST-COUNT.
080000     MOVE 0 TO WS-ACC-HIST-AMOUNT.
080100     MOVE 0 TO WS-KEEP-REASON.
080200     IF NOT DL100-AC-CLOSED
080300         MOVE 1 TO WS-KEEP-REASON
080400         PERFORM 3900-KEEP-ACCOUNT THRU 3900-EXIT
080500         GO TO 3100-NEXT
080600     END-IF.
080700     ADD 1 TO WS-CLOSED-READ.
080800     EVALUATE TRUE
080900         WHEN DL100-AC-CURR-BALANCE IS NOT NUMERIC
081000             MOVE 5 TO WS-KEEP-REASON
081100         WHEN DL100-AC-CURR-BALANCE NOT = 0
081200             MOVE 2 TO WS-KEEP-REASON
081300         WHEN DL100-AC-LAST-ACTIVITY IS NOT NUMERIC
081400             MOVE 5 TO WS-KEEP-REASON
081500         WHEN DL100-AC-LAST-ACTIVITY NOT < WS-CUTOFF-DATE
081600             MOVE 3 TO WS-KEEP-REASON
081700     END-EVALUATE.
081800     IF NOT ACCOUNT-TO-MOVE
081900         PERFORM 3900-KEEP-ACCOUNT THRU 3900-EXIT
082000         GO TO 3100-NEXT
082100     END-IF.
082200     PERFORM 3200-CHECK-HISTORY THRU 3200-EXIT.
082300     EVALUATE TRUE
082400         WHEN ACC-HIST-DAMAGED
082500             MOVE 5 TO WS-KEEP-REASON
082600         WHEN ACC-HIST-RECENT
082700             MOVE 4 TO WS-KEEP-REASON
082800     END-EVALUATE.
082900     IF NOT ACCOUNT-TO-MOVE
083000         PERFORM 3900-KEEP-ACCOUNT THRU 3900-EXIT
083100         GO TO 3100-NEXT
083200     END-IF.
083300     MOVE WS-ACCOUNT-NO TO DL100-XA-ACCOUNT-NO.
083400     READ ACCTARC
083500         INVALID KEY
083600             CONTINUE
083700         NOT INVALID KEY
083800             MOVE 6 TO WS-KEEP-REASON
083900     END-READ.
084000     IF NOT ACCOUNT-TO-MOVE
084100         PERFORM 3900-KEEP-ACCOUNT THRU 3900-EXIT
084200         GO TO 3100-NEXT
084300     END-IF.
084400     ADD 1 TO WS-ACCOUNTS-SELECTED.
084500     ADD WS-ACC-HIST-COUNT  TO WS-HISTORY-SELECTED.
084600     ADD WS-ACC-HIST-AMOUNT TO WS-HISTORY-SELECTED-AMT.
084700     IF TRIAL-RUN
084800         MOVE 'SELECTED - TRIAL' TO WS-PD-ACTION
084900     ELSE
085000         PERFORM 3400-MOVE-ACCOUNT THRU 3400-EXIT
085100         IF ABORT-RUN
085200             GO TO 3100-EXIT
085300         END-IF
085400         MOVE 'ARCHIVED'         TO WS-PD-ACTION
085500     END-IF.
085600     PERFORM 3800-LIST-ACCOUNT THRU 3800-EXIT.
085700 3100-NEXT.
085800     PERFORM 2110-READ-ACCTMST THRU 2110-EXIT.
085900 3100-EXIT.
086000     EXIT.
086100*
086200******************************************************************
086300* 3200-CHECK-HISTORY  -  WALK THE ACCOUNT'S HISTORY, COUNTING    *
086400*                        AND TOTALLING IT, AND NOTE WHETHER ANY  *
086500*                        ITEM IS DATED ON OR AFTER THE CUT-OFF   *
086600*                        OR CARRIES A DAMAGED AMOUNT.            *
086700******************************************************************
086800 3200-CHECK-HISTORY.
086900     MOVE SPACE TO WS-ACC-HIST-SW.
087000     PERFORM 3300-START-HISTORY THRU 3300-EXIT.
087100     PERFORM 3220-CHECK-ONE-ITEM THRU 3220-EXIT
087200         UNTIL HISTORY-DONE.
087300 3200-EXIT.
087400     EXIT.
087500*
087600 3220-CHECK-ONE-ITEM.
087700     ADD 1 TO WS-ACC-HIST-COUNT.
087800     IF DL100-TH-AMOUNT IS NUMERIC
087900         ADD DL100-TH-AMOUNT TO WS-ACC-HIST-AMOUNT
088000     ELSE
088100         SET ACC-HIST-DAMAGED TO TRUE
088200     END-IF.
088300     IF DL100-TH-TRANS-DATE NOT < WS-CUTOFF-DATE
088400      AND NOT ACC-HIST-DAMAGED
088500         SET ACC-HIST-RECENT TO TRUE
088600     END-IF.
088700     PERFORM 3310-READ-ACCOUNT-HISTORY THRU 3310-EXIT.
088800 3220-EXIT.
088900     EXIT.
089000*
089100******************************************************************
089200* 3300-START-HISTORY  -  POSITION TRANHIST AT THE ACCOUNT'S      *
089300*                        FIRST RECORD AND READ IT.  HISTORY-DONE *
089400*                        IS SET WHEN THERE IS NONE.              *
089500******************************************************************
089600 3300-START-HISTORY.
089700     MOVE 'N' TO WS-HISTORY-SW.
089800     MOVE SPACES        TO DL100-TRAN-HISTORY-RECORD.
089900     MOVE WS-ACCOUNT-NO TO DL100-TH-ACCOUNT-NO.
090000     MOVE LOW-VALUES    TO DL100-TH-ITEM-KEY.
090100     START TRANHIST KEY NOT < DL100-TH-KEY
090200         INVALID KEY
090300             SET HISTORY-DONE TO TRUE
090400             GO TO 3300-EXIT
090500     END-START.
090600     PERFORM 3310-READ-ACCOUNT-HISTORY THRU 3310-EXIT.
090700 3300-EXIT.
090800     EXIT.
090900*
091000 3310-READ-ACCOUNT-HISTORY.
091100     READ TRANHIST NEXT RECORD
091200         AT END
091300             SET HISTORY-DONE TO TRUE
091400             GO TO 3310-EXIT
091500     END-READ.
091600     IF DL100-TH-ACCOUNT-NO NOT = WS-ACCOUNT-NO
091700         SET HISTORY-DONE TO TRUE
091800     END-IF.
091900 3310-EXIT.
092000     EXIT.
092100*
092200******************************************************************
092300* 3400-MOVE-ACCOUNT  -  COPY EACH HISTORY RECORD TO TRANARC AND  *
092400*                       DELETE IT FROM TRANHIST, THEN DO THE     *
092500*                       SAME FOR THE MASTER RECORD.  THE HISTORY *
092600*                       GOES FIRST SO A LIVE MASTER RECORD NEVER *
092700*                       POINTS AT HISTORY THAT HAS GONE.  ANY    *
092800*                       FAILURE ENDS THE STEP RC 0020.           *
092900******************************************************************
093000 3400-MOVE-ACCOUNT.
093100     PERFORM 3300-START-HISTORY THRU 3300-EXIT.
093200     PERFORM 3410-MOVE-ONE-ITEM THRU 3410-EXIT
093300         UNTIL HISTORY-DONE OR ABORT-RUN.
093400     IF ABORT-RUN
093500         GO TO 3400-EXIT
093600     END-IF.
093700     MOVE DL100-ACCOUNT-MASTER TO DL100-ACCOUNT-ARCHIVE.
093800     WRITE DL100-ACCOUNT-ARCHIVE
093900         INVALID KEY
094000             DISPLAY 'HELLO28 - ACCTARC WRITE FAILED FOR '
094100                 WS-ACCOUNT-NO ', STATUS = ' WS-ACCTARC-STATUS
094200             PERFORM 3490-MOVE-FAILED THRU 3490-EXIT
094300             GO TO 3400-EXIT
094400     END-WRITE.
094500     ADD 1                     TO WS-PF-MOVED-COUNT (2).
094600     ADD DL100-AC-CURR-BALANCE TO WS-PF-MOVED-AMOUNT (2).
094700     DELETE ACCTMST RECORD
094800         INVALID KEY
094900             DISPLAY 'HELLO28 - ACCTMST DELETE FAILED FOR '
095000                 WS-ACCOUNT-NO ', STATUS = ' WS-ACCTMST-STATUS
095100             PERFORM 3490-MOVE-FAILED THRU 3490-EXIT
095200             GO TO 3400-EXIT
095300     END-DELETE.
095400     ADD 1                     TO WS-PF-MOVED-COUNT (1).
095500     ADD DL100-AC-CURR-BALANCE TO WS-PF-MOVED-AMOUNT (1).
095600 3400-EXIT.
095700     EXIT.
095800*
095900 3410-MOVE-ONE-ITEM.
096000     MOVE DL100-TRAN-HISTORY-RECORD TO DL100-HISTORY-ARCHIVE.
096100     WRITE DL100-HISTORY-ARCHIVE
096200         INVALID KEY
096300             DISPLAY 'HELLO28 - TRANARC WRITE FAILED FOR '
096400                 DL100-TH-KEY ', STATUS = ' WS-TRANARC-STATUS
096500             PERFORM 3490-MOVE-FAILED THRU 3490-EXIT
096600             GO TO 3410-EXIT
096700     END-WRITE.
096800     ADD 1               TO WS-PF-MOVED-COUNT (4).
096900     ADD DL100-TH-AMOUNT TO WS-PF-MOVED-AMOUNT (4).
097000     DELETE TRANHIST RECORD
097100         INVALID KEY
097200             DISPLAY 'HELLO28 - TRANHIST DELETE FAILED FOR '
097300                 DL100-TH-KEY ', STATUS = ' WS-TRANHIST-STATUS
097400             PERFORM 3490-MOVE-FAILED THRU 3490-EXIT
097500             GO TO 3410-EXIT
097600     END-DELETE.
097700     ADD 1               TO WS-PF-MOVED-COUNT (3).
097800     ADD DL100-TH-AMOUNT TO WS-PF-MOVED-AMOUNT (3).
097900     PERFORM 3310-READ-ACCOUNT-HISTORY THRU 3310-EXIT.
098000 3410-EXIT.
098100     EXIT.
098200*
098300 3490-MOVE-FAILED.
098400     MOVE 'ARCHIVE MOVE FAILED - RESTORE ALL FOUR FILES FROM THE '
098500         TO WS-PM-TEXT.
098600     MOVE 'PRE-RUN BACKUPS BEFORE ANY RERUN' TO WS-PM-TEXT (55:).
098700     MOVE WS-PRG-MESSAGE-LINE TO PRGRPT-REC.
098800     WRITE PRGRPT-REC.
098900     SET ABORT-RUN TO TRUE.
099000     MOVE 0020 TO DL100-RETURN-CODE.
099100 3490-EXIT.
099200     EXIT.
099300*
099400******************************************************************
099500* 3800-LIST-ACCOUNT  -  ONE REGISTER LINE FOR A CLOSED ACCOUNT,  *
099600*                       MOVED OR KEPT.  THE ACTION IS ALREADY    *
099700*                       SET.                                     *
099800******************************************************************
099900 3800-LIST-ACCOUNT.
100000     MOVE WS-ACCOUNT-NO          TO WS-PD-ACCOUNT-NO.
100100     MOVE DL100-AC-OPEN-DATE     TO WS-PD-OPENED.
100200     MOVE DL100-AC-LAST-ACTIVITY TO WS-PD-LAST-ACT.
100300     MOVE WS-ACC-HIST-COUNT      TO WS-PD-HIST-RECS.
100400     MOVE WS-ACC-HIST-AMOUNT     TO WS-PD-HIST-AMOUNT.
100500     MOVE WS-PRG-DETAIL-LINE     TO PRGRPT-REC.
100600     WRITE PRGRPT-REC.
100700 3800-EXIT.
100800     EXIT.
100900*
101000******************************************************************
101100* 3900-KEEP-ACCOUNT  -  ADD THE ACCOUNT TO ITS KEEP REASON'S     *
101200*                       COUNT AND BALANCE, AND LIST IT WHEN IT   *
101300*                       IS CLOSED.  ONE ALREADY ON THE ARCHIVE,  *
101400*                       OR WITH A DAMAGED FIGURE, ENDS THE STEP  *
101500*                       RC 0004 SO IT IS LOOKED INTO.            *
101600******************************************************************
101700 3900-KEEP-ACCOUNT.
101800     MOVE WS-KEEP-REASON TO WS-KEEP-SUB.
101900     ADD 1 TO WS-KT-COUNT (WS-KEEP-SUB).
102000     IF DL100-AC-CURR-BALANCE IS NUMERIC
102100         ADD DL100-AC-CURR-BALANCE TO WS-KT-BALANCE (WS-KEEP-SUB)
102200     END-IF.
102300     IF WS-KEEP-SUB = 1
102400         GO TO 3900-EXIT
102500     END-IF.
102600     ADD 1 TO WS-CLOSED-KEPT.
102700     EVALUATE WS-KEEP-SUB
102800         WHEN 2
102900             MOVE 'KEPT - BALANCE'      TO WS-PD-ACTION
103000         WHEN 3
103100             MOVE 'KEPT - RECENT'       TO WS-PD-ACTION
103200         WHEN 4
103300             MOVE 'KEPT - RECENT HIST'  TO WS-PD-ACTION
103400         WHEN 5
103500             MOVE 'KEPT - DAMAGED'      TO WS-PD-ACTION
103600         WHEN 6
103700             MOVE 'KEPT - REOPENED'     TO WS-PD-ACTION
103800     END-EVALUATE.
103900     PERFORM 3800-LIST-ACCOUNT THRU 3800-EXIT.
104000     IF WS-KEEP-SUB = 5 OR WS-KEEP-SUB = 6
104100         IF DL100-RETURN-CODE < 0004
104200             MOVE 0004 TO DL100-RETURN-CODE
104300         END-IF
104400     END-IF.
104500 3900-EXIT.
104600     EXIT.
104700*
104800******************************************************************
104900* 5000-POST-RUN-TOTALS  -  COUNT AND TOTAL ALL FOUR FILES AGAIN  *
105000*                          NOW THE MOVES ARE DONE.               *
105100******************************************************************
105200 5000-POST-RUN-TOTALS.
105300     PERFORM 2100-SCAN-ACCTMST THRU 2100-EXIT.
105400     MOVE WS-SCAN-COUNT   TO WS-PF-AFTER-COUNT (1).
105500     MOVE WS-SCAN-AMOUNT  TO WS-PF-AFTER-AMOUNT (1).
105600     PERFORM 2200-SCAN-ACCTARC THRU 2200-EXIT.
105700     MOVE WS-SCAN-COUNT   TO WS-PF-AFTER-COUNT (2).
105800     MOVE WS-SCAN-AMOUNT  TO WS-PF-AFTER-AMOUNT (2).
105900     PERFORM 2300-SCAN-TRANHIST THRU 2300-EXIT.
106000     MOVE WS-SCAN-COUNT   TO WS-PF-AFTER-COUNT (3).
106100     MOVE WS-SCAN-AMOUNT  TO WS-PF-AFTER-AMOUNT (3).
106200     PERFORM 2400-SCAN-TRANARC THRU 2400-EXIT.
106300     MOVE WS-SCAN-COUNT   TO WS-PF-AFTER-COUNT (4).
106400     MOVE WS-SCAN-AMOUNT  TO WS-PF-AFTER-AMOUNT (4).
106500 5000-EXIT.
106600     EXIT.
106700*
106800******************************************************************
106900* 6000-PROVE-THE-RUN  -  PRINT THE KEPT AND SELECTED FIGURES,    *
107000*                        THEN PROVE EACH LIVE FILE WITH ITS      *
107100*                        ARCHIVE (6100).  ANY LINE THAT DOES NOT *
107200*                        AGREE ENDS THE STEP RC 0016.            *
107300******************************************************************
107400 6000-PROVE-THE-RUN.
107500     MOVE SPACES TO WS-PM-TEXT.
107600     MOVE WS-PRG-MESSAGE-LINE TO PRGRPT-REC.
107700     WRITE PRGRPT-REC.
107800     MOVE 'ACCOUNTS READ FROM ACCTMST' TO WS-PT-LABEL.
107900     MOVE WS-ACCOUNTS-READ              TO WS-PT-COUNT.
108000     MOVE 0                             TO WS-PT-AMOUNT.
108100     MOVE SPACES                        TO WS-PT-NOTE.
108200     PERFORM 6900-WRITE-TOTAL-LINE THRU 6900-EXIT.
108300     PERFORM 6050-KEEP-REASON-LINE THRU 6050-EXIT
108400         VARYING WS-KEEP-SUB FROM 1 BY 1
108500             UNTIL WS-KEEP-SUB > 6.
108600     MOVE 'CLOSED, ZERO, INACTIVE - SELECTED' TO WS-PT-LABEL.
108700     MOVE WS-ACCOUNTS-SELECTED          TO WS-PT-COUNT.
108800     MOVE 0                             TO WS-PT-AMOUNT.
108900     PERFORM 6900-WRITE-TOTAL-LINE THRU 6900-EXIT.
109000     MOVE '  THEIR HISTORY RECORDS'     TO WS-PT-LABEL.
109100     MOVE WS-HISTORY-SELECTED           TO WS-PT-COUNT.
109200     MOVE WS-HISTORY-SELECTED-AMT       TO WS-PT-AMOUNT.
109300     PERFORM 6900-WRITE-TOTAL-LINE THRU 6900-EXIT.
109400     IF TRIAL-RUN
109500         MOVE 'TRIAL RUN - THE SELECTED ACCOUNTS WERE NOT MOVED'
109600             TO WS-PM-TEXT
109700         MOVE WS-PRG-MESSAGE-LINE TO PRGRPT-REC
109800         WRITE PRGRPT-REC
109900     END-IF.
110000     MOVE 1 TO WS-LIVE-SUB.
110100     MOVE 2 TO WS-ARC-SUB.
110200     PERFORM 6100-PROVE-FILE-PAIR THRU 6100-EXIT.
110300     MOVE 3 TO WS-LIVE-SUB.
110400     MOVE 4 TO WS-ARC-SUB.
110500     PERFORM 6100-PROVE-FILE-PAIR THRU 6100-EXIT.
110600     MOVE SPACES TO WS-PM-TEXT.
110700     IF PROOF-HOLDS
110800         MOVE 'PROOF HOLDS - LIVE PLUS ARCHIVED EQUALS THE '
110900             TO WS-PM-TEXT
111000         MOVE 'PRE-RUN TOTALS' TO WS-PM-TEXT (45:)
111100     ELSE
111200         MOVE 'PROOF FAILED - LIVE PLUS ARCHIVED DOES NOT EQUAL '
111300             TO WS-PM-TEXT
111400         MOVE 'THE PRE-RUN TOTALS - RESTORE FROM THE BACKUPS'
111500             TO WS-PM-TEXT (50:)
111600         DISPLAY 'HELLO28 - PURGE PROOF FAILED - SEE PRGRPT'
111700         MOVE 0016 TO DL100-RETURN-CODE
111800     END-IF.
111900     MOVE WS-PRG-MESSAGE-LINE TO PRGRPT-REC.
112000     WRITE PRGRPT-REC.
112100 6000-EXIT.
112200     EXIT.
112300*
112400 6050-KEEP-REASON-LINE.
112500     MOVE WS-KR-LABEL (WS-KEEP-SUB)   TO WS-PT-LABEL.
112600     MOVE WS-KT-COUNT (WS-KEEP-SUB)   TO WS-PT-COUNT.
112700     MOVE WS-KT-BALANCE (WS-KEEP-SUB) TO WS-PT-AMOUNT.
112800     PERFORM 6900-WRITE-TOTAL-LINE THRU 6900-EXIT.
112900 6050-EXIT.
113000     EXIT.
113100*
113200******************************************************************
113300* 6100-PROVE-FILE-PAIR  -  FOR A LIVE FILE AND ITS ARCHIVE - THE *
113400*                          LIVE FILE BEFORE LESS WHAT LEFT IT    *
113500*                          MUST EQUAL THE LIVE FILE AFTER; THE   *
113600*                          ARCHIVE BEFORE PLUS WHAT REACHED IT   *
113700*                          MUST EQUAL THE ARCHIVE AFTER; AND     *
113800*                          LIVE PLUS ARCHIVED AFTER MUST EQUAL   *
113900*                          LIVE PLUS ARCHIVED BEFORE.  RECORDS   *
114000*                          AND MONEY ARE BOTH PROVED.            *
114100******************************************************************
114200 6100-PROVE-FILE-PAIR.
114300     MOVE SPACES TO WS-PM-TEXT.
114400     MOVE WS-PRG-MESSAGE-LINE TO PRGRPT-REC.
114500     WRITE PRGRPT-REC.
114600     MOVE WS-FN-LABEL (WS-LIVE-SUB) TO WS-PM-TEXT.
114700     MOVE WS-PRG-MESSAGE-LINE TO PRGRPT-REC.
114800     WRITE PRGRPT-REC.
114900     MOVE '  BEFORE THE RUN'                  TO WS-PT-LABEL.
115000     MOVE WS-PF-BEFORE-COUNT (WS-LIVE-SUB)    TO WS-PT-COUNT.
115100     MOVE WS-PF-BEFORE-AMOUNT (WS-LIVE-SUB)   TO WS-PT-AMOUNT.
115200     PERFORM 6900-WRITE-TOTAL-LINE THRU 6900-EXIT.
115300     MOVE '  MOVED TO THE ARCHIVE'            TO WS-PT-LABEL.
115400     MOVE WS-PF-MOVED-COUNT (WS-LIVE-SUB)     TO WS-PT-COUNT.
115500     MOVE WS-PF-MOVED-AMOUNT (WS-LIVE-SUB)    TO WS-PT-AMOUNT.
115600     PERFORM 6900-WRITE-TOTAL-LINE THRU 6900-EXIT.
115700     MOVE WS-PF-BEFORE-COUNT (WS-LIVE-SUB)    TO WS-PW-COUNT-1.
115800     SUBTRACT WS-PF-MOVED-COUNT (WS-LIVE-SUB) FROM WS-PW-COUNT-1.
115900     MOVE WS-PF-AFTER-COUNT (WS-LIVE-SUB)     TO WS-PW-COUNT-2.
116000     COMPUTE WS-PW-AMOUNT-1 = WS-PF-BEFORE-AMOUNT (WS-LIVE-SUB)
116100         - WS-PF-MOVED-AMOUNT (WS-LIVE-SUB).
116200     MOVE WS-PF-AFTER-AMOUNT (WS-LIVE-SUB)    TO WS-PW-AMOUNT-2.
116300     MOVE '  KEPT - AFTER THE RUN'            TO WS-PT-LABEL.
116400     PERFORM 6200-PROOF-LINE THRU 6200-EXIT.
116500     MOVE WS-FN-LABEL (WS-ARC-SUB) TO WS-PM-TEXT.
116600     MOVE WS-PRG-MESSAGE-LINE TO PRGRPT-REC.
116700     WRITE PRGRPT-REC.
116800     MOVE '  BEFORE THE RUN'                  TO WS-PT-LABEL.
116900     MOVE WS-PF-BEFORE-COUNT (WS-ARC-SUB)     TO WS-PT-COUNT.
117000     MOVE WS-PF-BEFORE-AMOUNT (WS-ARC-SUB)    TO WS-PT-AMOUNT.
117100     PERFORM 6900-WRITE-TOTAL-LINE THRU 6900-EXIT.
117200     MOVE '  ADDED BY THE RUN'                TO WS-PT-LABEL.
117300     MOVE WS-PF-MOVED-COUNT (WS-ARC-SUB)      TO WS-PT-COUNT.
117400     MOVE WS-PF-MOVED-AMOUNT (WS-ARC-SUB)     TO WS-PT-AMOUNT.
117500     PERFORM 6900-WRITE-TOTAL-LINE THRU 6900-EXIT.
117600     COMPUTE WS-PW-COUNT-1 = WS-PF-BEFORE-COUNT (WS-ARC-SUB)
117700         + WS-PF-MOVED-COUNT (WS-ARC-SUB).
117800     MOVE WS-PF-AFTER-COUNT (WS-ARC-SUB)      TO WS-PW-COUNT-2.
117900     COMPUTE WS-PW-AMOUNT-1 = WS-PF-BEFORE-AMOUNT (WS-ARC-SUB)
118000         + WS-PF-MOVED-AMOUNT (WS-ARC-SUB).
118100     MOVE WS-PF-AFTER-AMOUNT (WS-ARC-SUB)     TO WS-PW-AMOUNT-2.
118200     MOVE '  AFTER THE RUN'                   TO WS-PT-LABEL.
118300     PERFORM 6200-PROOF-LINE THRU 6200-EXIT.
118400     COMPUTE WS-PW-COUNT-1 = WS-PF-BEFORE-COUNT (WS-LIVE-SUB)
118500         + WS-PF-BEFORE-COUNT (WS-ARC-SUB).
118600     COMPUTE WS-PW-AMOUNT-1 = WS-PF-BEFORE-AMOUNT (WS-LIVE-SUB)
118700         + WS-PF-BEFORE-AMOUNT (WS-ARC-SUB).
118800     MOVE '  LIVE + ARCHIVED BEFORE THE RUN'  TO WS-PT-LABEL.
118900     MOVE WS-PW-COUNT-1                       TO WS-PT-COUNT.
119000     MOVE WS-PW-AMOUNT-1                      TO WS-PT-AMOUNT.
119100     PERFORM 6900-WRITE-TOTAL-LINE THRU 6900-EXIT.
119200     COMPUTE WS-PW-COUNT-2 = WS-PF-AFTER-COUNT (WS-LIVE-SUB)
119300         + WS-PF-AFTER-COUNT (WS-ARC-SUB).
119400     COMPUTE WS-PW-AMOUNT-2 = WS-PF-AFTER-AMOUNT (WS-LIVE-SUB)
119500         + WS-PF-AFTER-AMOUNT (WS-ARC-SUB).
119600     MOVE '  LIVE + ARCHIVED AFTER THE RUN'   TO WS-PT-LABEL.
119700     PERFORM 6200-PROOF-LINE THRU 6200-EXIT.
119800     IF WS-PF-DAMAGED (WS-LIVE-SUB) > 0
119900      OR WS-PF-DAMAGED (WS-ARC-SUB) > 0
120000         MOVE '  RECORDS WITH A DAMAGED FIGURE'
120100                                              TO WS-PT-LABEL
120200         COMPUTE WS-PT-COUNT = WS-PF-DAMAGED (WS-LIVE-SUB)
120300             + WS-PF-DAMAGED (WS-ARC-SUB)
120400         MOVE 0                               TO WS-PT-AMOUNT
120500         MOVE 'NOT IN TOTALS'                 TO WS-PT-NOTE
120600         PERFORM 6900-WRITE-TOTAL-LINE THRU 6900-EXIT
120700     END-IF.
120800 6100-EXIT.
120900     EXIT.
121000*
121100******************************************************************
121200* 6200-PROOF-LINE  -  PRINT THE SECOND FIGURES OF A PROOF AND    *
121300*                     SAY WHETHER THEY AGREE WITH THE FIRST.     *
121400******************************************************************
121500 6200-PROOF-LINE.
121600     MOVE WS-PW-COUNT-2  TO WS-PT-COUNT.
121700     MOVE WS-PW-AMOUNT-2 TO WS-PT-AMOUNT.
121800     IF WS-PW-COUNT-1 = WS-PW-COUNT-2
121900      AND WS-PW-AMOUNT-1 = WS-PW-AMOUNT-2
122000         MOVE 'AGREES'         TO WS-PT-NOTE
122100     ELSE
122200         MOVE 'DOES NOT AGREE' TO WS-PT-NOTE
122300         MOVE 'N' TO WS-PROOF-SW
122400     END-IF.
122500     PERFORM 6900-WRITE-TOTAL-LINE THRU 6900-EXIT.
122600 6200-EXIT.
122700     EXIT.
122800*
122900 6900-WRITE-TOTAL-LINE.
123000     MOVE WS-PRG-TOTAL-LINE TO PRGRPT-REC.
123100     WRITE PRGRPT-REC.
123200     MOVE SPACES TO WS-PT-NOTE.
123300 6900-EXIT.
123400     EXIT.
123500*
123600******************************************************************
123700* 8500-WRITE-AUDIT  -  APPEND ONE AUDIT-TRAIL RECORD FOR THIS    *
123800*                      RUN                                       *
123900******************************************************************
124000 8500-WRITE-AUDIT.
124100     OPEN EXTEND AUDTRL.
124200     IF NOT AUDTRL-OK
124300         DISPLAY 'HELLO28 - UNABLE TO OPEN AUDTRL, STATUS = '
124400             WS-AUDTRL-STATUS
124500         GO TO 8500-EXIT
124600     END-IF.
124700     MOVE SPACES               TO DL100-AUDIT-RECORD.
124800     MOVE DL100-JOB-NAME       TO DL100-AU-JOB-NAME.
124900     MOVE DL100-RUN-DATE       TO DL100-AU-RUN-DATE.
125000     MOVE DL100-RUN-TIME       TO DL100-AU-RUN-TIME.
125100     MOVE WS-RUN-START-DATE    TO DL100-AU-START-DATE.
125200     MOVE WS-RUN-START-TIME    TO DL100-AU-START-TIME.
125300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
125400     ACCEPT WS-CURRENT-TIME FROM TIME.
125500     MOVE WS-CURRENT-DATE      TO DL100-AU-END-DATE.
125600     MOVE WS-CURRENT-TIME      TO DL100-AU-END-TIME.
125700     MOVE WS-ACCOUNTS-READ     TO DL100-AU-RECORDS-READ.
125800     MOVE WS-PF-MOVED-COUNT (1) TO DL100-AU-RECORDS-WRITTEN.
125900     MOVE DL100-RETURN-CODE    TO DL100-AU-RETURN-CODE.
126000     MOVE DL100-AUDIT-RECORD   TO AUDTRL-REC.
126100     WRITE AUDTRL-REC.
126200     CLOSE AUDTRL.
126300 8500-EXIT.
126400     EXIT.
126500*
126600******************************************************************
126700* 9100-WRITE-STATUS  -  THE SINGLE FIXED-FORMAT STATUS RECORD    *
126800*                       THE SCHEDULER TESTS.  ITS WRITTEN COUNT  *
126900*                       IS THE ACCOUNTS MOVED, ITS SUSPENDED     *
127000*                       COUNT THE CLOSED ACCOUNTS KEPT AND ITS   *
127100*                       AMOUNT THE HISTORY MOVED.  WRITTEN FROM  *
127200*                       9999 SO EVEN AN ABORTED RUN LEAVES A     *
127300*                       FAIL VERDICT BEHIND.                     *
127400******************************************************************
127500 9100-WRITE-STATUS.
127600     OPEN OUTPUT STATOUT.
127700     IF NOT STATOUT-OK
127800         DISPLAY 'HELLO28 - UNABLE TO OPEN STATOUT, STATUS = '
127900             WS-STATOUT-STATUS
128000         GO TO 9100-EXIT
128100     END-IF.
128200     MOVE SPACES                 TO DL100-STATUS-RECORD.
128300     MOVE DL100-JOB-NAME         TO DL100-SR-JOB-NAME.
128400     MOVE DL100-RUN-DATE         TO DL100-SR-RUN-DATE.
128500     MOVE WS-ACCOUNTS-READ       TO DL100-SR-RECORDS-READ.
128600     MOVE WS-PF-MOVED-COUNT (1)  TO DL100-SR-RECORDS-WRITTEN.
128700     MOVE WS-CLOSED-KEPT         TO DL100-SR-RECORDS-SUSPENDED.
128800     MOVE WS-PF-MOVED-AMOUNT (3) TO DL100-SR-AMOUNT-TOTAL.
128900     MOVE DL100-RETURN-CODE      TO DL100-SR-RETURN-CODE.
129000     IF DL100-RETURN-CODE = 0
129100         SET DL100-SR-PASSED TO TRUE
129200     ELSE
129300         SET DL100-SR-FAILED TO TRUE
129400     END-IF.
129500     MOVE DL100-STATUS-RECORD    TO STATOUT-REC.
129600     WRITE STATOUT-REC.
129700     CLOSE STATOUT.
129800 9100-EXIT.
129900     EXIT.
130000*
130100******************************************************************
130200* 9999-TERMINATE  -  WRITE THE STATUS RECORD, CLOSE THE FILES,   *
130300*                    REPORT COUNTS AND SET THE STEP RETURN CODE. *
130400******************************************************************
130500 9999-TERMINATE.
130600     PERFORM 9100-WRITE-STATUS THRU 9100-EXIT.
130610     IF ACCTMST-OPEN
130620         CLOSE ACCTMST
130630     END-IF.
130640     IF TRANHIST-OPEN
130650         CLOSE TRANHIST
130660     END-IF.
130670     IF ACCTARC-OPEN
130680         CLOSE ACCTARC
130690     END-IF.
130700     IF TRANARC-OPEN
130800         CLOSE TRANARC
130900     END-IF.
131000     IF PRGRPT-OPEN
131100         CLOSE PRGRPT
131110     END-IF.
131200     DISPLAY 'HELLO28 - ACCOUNTS READ       = ' WS-ACCOUNTS-READ.
131300     DISPLAY 'HELLO28 - CLOSED ACCOUNTS     = ' WS-CLOSED-READ.
131400     DISPLAY 'HELLO28 - ACCOUNTS SELECTED   = '
131500         WS-ACCOUNTS-SELECTED.
131600     DISPLAY 'HELLO28 - ACCOUNTS ARCHIVED   = '
131700         WS-PF-MOVED-COUNT (1).
131800     DISPLAY 'HELLO28 - HISTORY ARCHIVED    = '
131900         WS-PF-MOVED-COUNT (3).
132000     DISPLAY 'HELLO28 - CLOSED KEPT         = ' WS-CLOSED-KEPT.
132100     DISPLAY 'HELLO28 - FINAL RETURN CODE   = '
132200         DL100-RETURN-CODE.
132300     MOVE DL100-RETURN-CODE TO RETURN-CODE.
132400     DISPLAY 'HELLO28 - CLOSED-ACCOUNT ARCHIVE COMPLETE'.
132500 9999-EXIT.
132600     EXIT.
