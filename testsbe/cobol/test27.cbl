000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID.  HELLO27                                        *
000400*                                                                *
000500*    LARGE-CASH AND STRUCTURING MONITOR.                         *
000600*                                                                *
000700*    COMPLIANCE NEEDS EVERY LARGE CASH DEPOSIT AND WITHDRAWAL,   *
000800*    AND EVERY CUSTOMER WHO SPLITS CASH INTO SEVERAL ITEMS EACH  *
000900*    UNDER THE REPORTING THRESHOLD.  THIS STEP READS THE NIGHT'S *
001000*    TRANOUT GENERATION AND RAISES THREE KINDS OF CANDIDATE,     *
001100*    EACH FOR ONE TRANSACTION TYPE (DP OR WD) -                  *
001200*                                                                *
001300*        SINGLE    ONE OF TONIGHT'S ITEMS OVER THE THRESHOLD.    *
001400*        SAME-DAY  THE ITEMS NOT OVER THE THRESHOLD ON ONE DAY   *
001500*                  TOTAL MORE THAN IT.                           *
001600*        ROLLING   THE ITEMS NOT OVER THE THRESHOLD ACROSS THE   *
001700*                  ROLLING WINDOW TOTAL MORE THAN IT.            *
001800*                                                                *
001900*    A SAME-DAY OR ROLLING CANDIDATE NEEDS AT LEAST THE MINITEMS *
002000*    CARD'S NUMBER OF ITEMS AND AT LEAST ONE OF THEM TONIGHT, SO *
002100*    AN ACCOUNT IS RAISED WHEN TONIGHT'S ACTIVITY TAKES IT OVER, *
002200*    NOT EVERY NIGHT AFTER.  A ROLLING CANDIDATE IS NOT RAISED   *
002300*    WHERE A SAME-DAY ONE ALREADY WAS.                           *
002400*                                                                *
002500*    THE WINDOW IS THE WINDOW CARD'S NUMBER OF CALENDAR DAYS     *
002600*    ENDING ON THE RUN DATE.  ITS EARLIER DAYS COME FROM         *
002700*    TRANHIST AND FROM THE EARLIER TRANOUT GENERATIONS (RECENT), *
002800*    SINCE THE CONSOLIDATION STEP FOLDS A GENERATION INTO        *
002900*    TRANHIST ONLY AS IT LEAVES THE GDG.  THE TWO ARE MERGED BY  *
003000*    ITEM KEY, SO AN ITEM ON BOTH IS COUNTED ONCE; AN ITEM       *
003100*    REVERSED OR RETURNED UNPAID ON THE HISTORY IS NOT COUNTED.  *
003200*                                                                *
003300*    EVERY CANDIDATE GOES TO CSHCAND (CSHCREC) FOR THE           *
003400*    COMPLIANCE TEAM'S FILING SYSTEM AND ON THE DATED REVIEW     *
003500*    REPORT CSHRPT.  THE ALREADY-FILED FILE (CSHFREC - CSHFIN    *
003600*    THE LAST GENERATION, CSHFOUT THE NEXT) HOLDS WHAT HAS BEEN  *
003700*    SENT WITHIN THE WINDOW.  AN ACCOUNT ALREADY SENT A SAME-DAY *
003800*    OR ROLLING CANDIDATE FOR THE TYPE IS NOT SENT ANOTHER UNTIL *
003900*    THAT ONE LEAVES THE WINDOW, AND NO SINGLE ITEM IS SENT      *
004000*    TWICE - THE CANDIDATE IS LISTED SUPPRESSED INSTEAD.         *
004100*                                                                *
004200*    AN INPUT THAT CANNOT BE OPENED, A FAILED SORT, OR A FILED   *
004300*    FILE OUT OF ACCOUNT ORDER FAILS THE STEP RC 0020.           *
004400*                                                                *
004500*    MODIFICATION HISTORY                                        *
004600*    DATE       BY    DESCRIPTION                                *
004700*    ---------- ----- -------------------------------------      *
004800*    2026-10-15 DLM   ORIGINAL.                                  *
004900*                                                                *
005000******************************************************************
005100 IDENTIFICATION DIVISION.
005200 PROGRAM-ID.    HELLO27.
005300 AUTHOR.        D L MERCER.
005400 INSTALLATION.  DAILY BATCH SUITE.
005500 DATE-WRITTEN.  2026-10-15.
005600 DATE-COMPILED.
005700 ENVIRONMENT    DIVISION.
005800 INPUT-OUTPUT   SECTION.
005900 FILE-CONTROL.
006000*    TRANOUT IS THE NIGHT'S VALIDATED EXTRACT (TRANREC).  RECENT
006100*    CONCATENATES THE EARLIER TRANOUT GENERATIONS THAT COVER THE
006200*    WINDOW - SEE THE JCL.
006300     SELECT TRANOUT ASSIGN TO TRANOUT
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-TRANOUT-STATUS.
006600     SELECT OPTIONAL RECENT ASSIGN TO RECENT
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RECENT-STATUS.
006900*    TRANHIST IS READ BY ACCOUNT FROM THE START OF THE WINDOW.
007000     SELECT OPTIONAL TRANHIST ASSIGN TO TRANHIST
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE  IS DYNAMIC
007300         RECORD KEY   IS DL100-TH-KEY
007400         FILE STATUS  IS WS-TRANHIST-STATUS.
007500*    CSHFIN IS THE LAST RUN'S ALREADY-FILED FILE AND CSHFOUT THE
007600*    NEXT.  THE FIRST RUN HAS NONE TO READ, SO CSHFIN IS OPTIONAL.
007700     SELECT OPTIONAL CSHFIN ASSIGN TO CSHFIN
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-CSHFIN-STATUS.
008000     SELECT CSHFOUT ASSIGN TO CSHFOUT
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-CSHFOUT-STATUS.
008300     SELECT CSHCAND ASSIGN TO CSHCAND
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-CSHCAND-STATUS.
008600     SELECT CSHRPT  ASSIGN TO CSHRPT
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-CSHRPT-STATUS.
008900*    SORTWK PUTS THE WINDOW'S CASH ITEMS INTO ACCOUNT ORDER.
009000     SELECT SORTWK  ASSIGN TO SORTWK.
009100     SELECT AUDTRL  ASSIGN TO AUDTRL
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-AUDTRL-STATUS.
009400     SELECT STATOUT ASSIGN TO STATOUT
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-STATOUT-STATUS.
009700*    PARMCRD CARRIES THE RUN'S KEYWORD=VALUE CONTROL CARDS -
009800*    SEE 1050-LOAD-CONTROL-CARDS.
009900     SELECT OPTIONAL PARMCRD ASSIGN TO PARMCRD
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS WS-PARMCRD-STATUS.
010200 DATA           DIVISION.
010300 FILE           SECTION.
010400 FD  TRANOUT
010500     RECORDING MODE IS F.
010600 01  TRANOUT-REC                    PIC X(80).
010700 FD  RECENT
010800     RECORDING MODE IS F.
010900 01  RECENT-REC                     PIC X(80).
011000 FD  TRANHIST
011100     RECORDING MODE IS F.
011200     COPY TRNHREC.
011300 FD  CSHFIN
011400     RECORDING MODE IS F.
011500 01  CSHFIN-REC                     PIC X(80).
011600 FD  CSHFOUT
011700     RECORDING MODE IS F.
011800 01  CSHFOUT-REC                    PIC X(80).
011900 FD  CSHCAND
012000     RECORDING MODE IS F.
012100 01  CSHCAND-REC                    PIC X(80).
012200 FD  CSHRPT
012300     RECORDING MODE IS F.
012400 01  CSHRPT-REC                     PIC X(80).
012500*    ONE CASH ITEM IN THE WINDOW.  THE SOURCE SAYS WHETHER IT IS
012600*    ONE OF TONIGHT'S ITEMS OR FROM A RECENT GENERATION.  THE
012610*    AMOUNT IS HELD AS A MAGNITUDE - A WD IS POSTED AS A DEBIT -
012620*    SO EITHER TYPE COMPARES WITH THE THRESHOLD THE SAME WAY.
012700 SD  SORTWK.
012800 01  SORTWK-REC.
012900     05  SORTWK-ACCOUNT-NO          PIC X(10).
013000     05  SORTWK-TRANS-DATE          PIC X(08).
013100     05  SORTWK-TRAN-KEY            PIC X(12).
013200     05  SORTWK-TRANS-TYPE          PIC X(02).
013300     05  SORTWK-AMOUNT              PIC S9(9)V99.
013400     05  SORTWK-SOURCE              PIC X(01).
013500         88  SORTWK-TONIGHT                      VALUE 'T'.
013600         88  SORTWK-RECENT                       VALUE 'R'.
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
015400     05  WS-TRANOUT-STATUS          PIC XX       VALUE '00'.
015500         88  TRANOUT-OK                          VALUE '00'.
015600     05  WS-RECENT-STATUS           PIC XX       VALUE '00'.
015700         88  RECENT-OK                           VALUE '00' '05'.
015800     05  WS-TRANHIST-STATUS         PIC XX       VALUE '00'.
015900         88  TRANHIST-OK                         VALUE '00' '02'
016000                                                 '05'.
016100     05  WS-CSHFIN-STATUS           PIC XX       VALUE '00'.
016200         88  CSHFIN-OK                           VALUE '00' '05'.
016300     05  WS-CSHFOUT-STATUS          PIC XX       VALUE '00'.
016400         88  CSHFOUT-OK                          VALUE '00'.
016500     05  WS-CSHCAND-STATUS          PIC XX       VALUE '00'.
016600         88  CSHCAND-OK                          VALUE '00'.
016700     05  WS-CSHRPT-STATUS           PIC XX       VALUE '00'.
016800         88  CSHRPT-OK                           VALUE '00'.
016900     05  WS-AUDTRL-STATUS           PIC XX       VALUE '00'.
017000         88  AUDTRL-OK                           VALUE '00'.
017100     05  WS-STATOUT-STATUS          PIC XX       VALUE '00'.
017200         88  STATOUT-OK                          VALUE '00'.
017300     05  WS-PARMCRD-STATUS          PIC XX       VALUE '00'.
017400         88  PARMCRD-OK                          VALUE '00'.
017500         88  PARMCRD-EOF                         VALUE '10'.
017600*
017700 01  WS-SWITCHES.
017800     05  WS-TRANOUT-EOF-SW          PIC X        VALUE 'N'.
017900         88  TRANOUT-AT-EOF                      VALUE 'Y'.
018000     05  WS-RECENT-EOF-SW           PIC X        VALUE 'N'.
018100         88  RECENT-AT-EOF                       VALUE 'Y'.
018200     05  WS-SORT-EOF-SW             PIC X        VALUE 'N'.
018300         88  SORT-AT-EOF                         VALUE 'Y'.
018400     05  WS-HISTORY-SW              PIC X        VALUE 'N'.
018500         88  HISTORY-DONE                        VALUE 'Y'.
018600     05  WS-FILED-SW                PIC X        VALUE 'N'.
018700         88  ALREADY-FILED                       VALUE 'Y'.
018800     05  WS-KEEP-SW                 PIC X        VALUE 'N'.
018900         88  FILED-IN-WINDOW                     VALUE 'Y'.
019000     05  WS-ABORT-SW                PIC X        VALUE 'N'.
019100         88  ABORT-RUN                           VALUE 'Y'.
019105     05  WS-TRANHIST-OPEN-SW        PIC X        VALUE 'N'.
019110         88  TRANHIST-OPEN                       VALUE 'Y'.
019115     05  WS-CSHFIN-OPEN-SW          PIC X        VALUE 'N'.
019120         88  CSHFIN-OPEN                         VALUE 'Y'.
019125     05  WS-CSHFOUT-OPEN-SW         PIC X        VALUE 'N'.
019130         88  CSHFOUT-OPEN                        VALUE 'Y'.
019135     05  WS-CSHCAND-OPEN-SW         PIC X        VALUE 'N'.
019140         88  CSHCAND-OPEN                        VALUE 'Y'.
019145     05  WS-CSHRPT-OPEN-SW          PIC X        VALUE 'N'.
019150         88  CSHRPT-OPEN                         VALUE 'Y'.
019200*
019300 01  WS-COUNTERS                    COMP.
019400     05  WS-TRANOUT-READ            PIC 9(9)     VALUE 0.
019500     05  WS-TONIGHT-CASH            PIC 9(9)     VALUE 0.
019600     05  WS-RECENT-CASH             PIC 9(9)     VALUE 0.
019700     05  WS-HISTORY-CASH            PIC 9(9)     VALUE 0.
019800     05  WS-HISTORY-ON-BOTH         PIC 9(9)     VALUE 0.
019900     05  WS-ACCOUNTS-REVIEWED       PIC 9(9)     VALUE 0.
020000     05  WS-SINGLES-RAISED          PIC 9(9)     VALUE 0.
020100     05  WS-SAME-DAY-RAISED         PIC 9(9)     VALUE 0.
020200     05  WS-ROLLING-RAISED          PIC 9(9)     VALUE 0.
020300     05  WS-SUPPRESSED              PIC 9(9)     VALUE 0.
020400     05  WS-CANDIDATES-WRITTEN      PIC 9(9)     VALUE 0.
020500     05  WS-FILED-READ              PIC 9(9)     VALUE 0.
020600     05  WS-FILED-DROPPED           PIC 9(9)     VALUE 0.
020700     05  WS-FILED-WRITTEN           PIC 9(9)     VALUE 0.
020800 01  WS-CANDIDATE-TOTAL             PIC S9(13)V99 VALUE 0.
020900*
021000*    THE RUN'S LIMITS, FROM THE CONTROL CARDS.  THE THRESHOLD IS
021100*    WHOLE UNITS OF BASE CURRENCY AND THE WINDOW CALENDAR DAYS
021200*    ENDING ON THE RUN DATE.
021300 01  WS-LIMITS.
021400     05  WS-THRESHOLD               PIC 9(09)    VALUE 10000 COMP.
021500     05  WS-WINDOW-DAYS             PIC 9(03)    VALUE 10   COMP.
021600     05  WS-MIN-ITEMS               PIC 9(03)    VALUE 2    COMP.
021700*
021800*    THE WINDOW.  THE ITEM KEYS ARE DATE PLUS SOURCE/SEQUENCE,
021900*    THE ORDER OF BOTH THE SORTED ITEMS AND TRANHIST WITHIN AN
022000*    ACCOUNT, SO THE TWO CAN BE MERGED - SEE 3300.
022100 01  WS-WINDOW-WORK.
022200     05  WS-RUN-DAYS                PIC S9(08)   VALUE 0    COMP.
022300     05  WS-WIN-START-DAYS          PIC S9(08)   VALUE 0    COMP.
022400     05  WS-ITEM-DAYS               PIC S9(08)   VALUE 0    COMP.
022500     05  WS-DAY-OFFSET              PIC S9(08)   VALUE 0    COMP.
022600     05  WS-WIN-START-DATE          PIC X(08)    VALUE SPACES.
022700     05  WS-SORT-ITEM-KEY.
022800         10  WS-SI-TRANS-DATE       PIC X(08)    VALUE SPACES.
022900         10  WS-SI-TRAN-KEY         PIC X(12)    VALUE SPACES.
023000     05  WS-HIST-ITEM-KEY.
023100         10  WS-HI-TRANS-DATE       PIC X(08)    VALUE SPACES.
023200         10  WS-HI-TRAN-KEY         PIC X(12)    VALUE SPACES.
023300     05  WS-ITEM-DATE               PIC X(08)    VALUE SPACES.
023400     05  WS-ITEM-TYPE               PIC X(02)    VALUE SPACES.
023500     05  WS-ITEM-AMOUNT             PIC S9(9)V99 VALUE 0.
023600*
023700*    THE ACCOUNT IN HAND.  ONE ROW PER DAY OF THE WINDOW, EACH
023800*    WITH A COLUMN PER TRANSACTION TYPE - 1 DP, 2 WD - HOLDING THE
023900*    ITEMS NOT OVER THE THRESHOLD AND WHETHER ANY ARE TONIGHT'S.
024000 01  WS-ACCOUNT-WORK.
024100     05  WS-ACCOUNT-NO              PIC X(10)    VALUE SPACES.
024200     05  WS-DAY-SUB                 PIC 9(03)    VALUE 0    COMP.
024300     05  WS-DIR                     PIC 9(01)    VALUE 0    COMP.
024400     05  WS-SUM-COUNT               PIC 9(05)    VALUE 0    COMP.
024500     05  WS-SUM-AMOUNT              PIC S9(11)V99 VALUE 0.
024600     05  WS-ACCOUNT-DIR             OCCURS 2 TIMES.
024700         10  WS-AD-TONIGHT-SW       PIC X(01).
024800             88  AD-TONIGHT                      VALUE 'Y'.
024900         10  WS-AD-SAME-DAY-SW      PIC X(01).
025000             88  AD-SAME-DAY-RAISED              VALUE 'Y'.
025100     05  WS-DAY-TABLE.
025200         10  WS-DAY-ENTRY           OCCURS 31 TIMES.
025300             15  WS-DAY-DIR         OCCURS 2 TIMES.
025400                 20  WS-DY-COUNT    PIC 9(05)    COMP.
025500                 20  WS-DY-AMOUNT   PIC S9(11)V99.
025600                 20  WS-DY-TONIGHT-SW
025700                                    PIC X(01).
025800                     88  DY-TONIGHT              VALUE 'Y'.
025900 01  WS-DIR-TYPES-DATA.
026000     05  FILLER                     PIC X(04)    VALUE 'DPWD'.
026100 01  WS-DIR-TYPES REDEFINES WS-DIR-TYPES-DATA.
026200     05  WS-DIR-TYPE                PIC X(02)    OCCURS 2 TIMES.
026300*
026400*    THE ALREADY-FILED RECORDS FOR THE ACCOUNT IN HAND, STILL IN
026500*    THE WINDOW, PLUS ANY CANDIDATE THE RUN SENDS FOR IT.  THE
026600*    FILED KEY IS THE NEXT CSHFIN ACCOUNT, HIGH-VALUES AT ITS END.
026700 01  WS-FILED-CONTROL.
026800     05  WS-FL-MAX                  PIC 9(03)    VALUE 50   COMP.
026900     05  WS-FL-COUNT                PIC 9(03)    VALUE 0    COMP.
027000     05  WS-FL-SUB                  PIC 9(03)    VALUE 0    COMP.
027100     05  WS-FILED-KEY               PIC X(10)    VALUE LOW-VALUES.
027200     05  WS-FILED-PREV-KEY          PIC X(10)    VALUE LOW-VALUES.
027300     05  WS-FILED-ON                PIC 9(08)    VALUE 0.
027400     05  WS-FL-TABLE.
027500         10  WS-FL-ENTRY            OCCURS 50 TIMES.
027600             15  WS-FL-ACCOUNT-NO   PIC X(10).
027700             15  WS-FL-KIND         PIC X(01).
027800                 88  FL-SINGLE                   VALUE 'S'.
027900             15  WS-FL-TRANS-TYPE   PIC X(02).
028000             15  WS-FL-FILED-DATE   PIC 9(08).
028100             15  WS-FL-ITEM-DATE    PIC X(08).
028200             15  WS-FL-TRAN-KEY     PIC X(12).
028300             15  WS-FL-AMOUNT       PIC S9(11)V99.
028400             15  FILLER             PIC X(26).
028500*
028600*    DATE ARITHMETIC - THE STANDARD JULIAN-DAY CONVERSION THE
028700*    RUN-HISTORY STEP USES, AND ITS INVERSE.
028800 01  WS-ELAPSED-WORK                COMP.
028900     05  WS-D2D-DATE                PIC 9(08)    VALUE 0.
029000     05  WS-D2D-YYYY                PIC 9(04)    VALUE 0.
029100     05  WS-D2D-MM                  PIC 9(02)    VALUE 0.
029200     05  WS-D2D-DD                  PIC 9(02)    VALUE 0.
029300     05  WS-D2D-A                   PIC S9(04)   VALUE 0.
029400     05  WS-D2D-Y                   PIC S9(08)   VALUE 0.
029500     05  WS-D2D-M                   PIC S9(04)   VALUE 0.
029600     05  WS-D2D-B                   PIC S9(08)   VALUE 0.
029700     05  WS-D2D-D                   PIC S9(08)   VALUE 0.
029800     05  WS-D2D-T1                  PIC S9(08)   VALUE 0.
029900     05  WS-D2D-T2                  PIC S9(08)   VALUE 0.
030000     05  WS-D2D-T3                  PIC S9(08)   VALUE 0.
030100     05  WS-D2D-T4                  PIC S9(08)   VALUE 0.
030200     05  WS-D2D-DAYS                PIC S9(08)   VALUE 0.
030300*
030400     COPY TRANREC.
030500*
030600     COPY CSHCREC.
030700*
030800     COPY CSHFREC.
030900*
031000     COPY AUDTREC.
031100*
031200     COPY STATREC.
031300*
031400 01  WS-AUDIT-TIMESTAMPS.
031500     05  WS-RUN-START-DATE          PIC 9(08)    VALUE 0.
031600     05  WS-RUN-START-TIME          PIC 9(08)    VALUE 0.
031700*
031800*    CONTROL-CARD PARSE WORK AREA - SEE 1050-LOAD-CONTROL-CARDS.
031900 01  WS-CARD-WORK.
032000     05  WS-CC-KEYWORD              PIC X(16)    VALUE SPACES.
032100     05  WS-CC-VALUE                PIC X(20)    VALUE SPACES.
032200     05  WS-CC-NUMERIC              PIC 9(09)    VALUE 0   COMP.
032300     05  WS-CC-DIGIT                PIC 9(01)    VALUE 0.
032400     05  WS-CC-SUB                  PIC 9(02)    VALUE 0   COMP.
032500     05  WS-CC-SCAN-SW              PIC X(01)    VALUE SPACE.
032600         88  CC-VALUE-ENDED                      VALUE 'E'.
032700         88  CC-VALUE-BAD                        VALUE 'B'.
032800*
032900 01  WS-CSH-HEADING-1.
033000     05  FILLER                     PIC X(01)    VALUE SPACE.
033100     05  FILLER                     PIC X(52)    VALUE
033200         'HELLO27 LARGE-CASH AND STRUCTURING REVIEW - RUN DATE'.
033300     05  FILLER                     PIC X(01)    VALUE SPACE.
033400     05  WS-CH-RUN-DATE             PIC X(08)    VALUE SPACES.
033500     05  FILLER                     PIC X(18)    VALUE SPACES.
033600 01  WS-CSH-HEADING-2.
033700     05  FILLER                     PIC X(11)    VALUE
033800         ' THRESHOLD '.
033900     05  WS-CH-THRESHOLD            PIC Z(08)9.
034000     05  FILLER                     PIC X(09)    VALUE
034100         '  WINDOW '.
034200     05  WS-CH-WIN-START            PIC X(08)    VALUE SPACES.
034300     05  FILLER                     PIC X(04)    VALUE ' TO '.
034400     05  WS-CH-WIN-END              PIC X(08)    VALUE SPACES.
034500     05  FILLER                     PIC X(17)    VALUE
034600         '  MINIMUM ITEMS '.
034700     05  WS-CH-MIN-ITEMS            PIC ZZ9.
034800     05  FILLER                     PIC X(11)    VALUE SPACES.
034900 01  WS-CSH-HEADING-3.
035000     05  FILLER                     PIC X(01)    VALUE SPACE.
035100     05  FILLER                     PIC X(40)    VALUE
035200         'ACCOUNT    KIND     TY FROM     TO      '.
035300     05  FILLER                     PIC X(39)    VALUE
035400         'ITEMS          AMOUNT ACTION'.
035500 01  WS-CSH-DETAIL-LINE.
035600     05  FILLER                     PIC X(01)    VALUE SPACE.
035700     05  WS-CD-ACCOUNT-NO           PIC X(10)    VALUE SPACES.
035800     05  FILLER                     PIC X(01)    VALUE SPACE.
035900     05  WS-CD-KIND                 PIC X(08)    VALUE SPACES.
036000     05  FILLER                     PIC X(01)    VALUE SPACE.
036100     05  WS-CD-TRANS-TYPE           PIC X(02)    VALUE SPACES.
036200     05  FILLER                     PIC X(01)    VALUE SPACE.
036300     05  WS-CD-FROM-DATE            PIC X(08)    VALUE SPACES.
036400     05  FILLER                     PIC X(01)    VALUE SPACE.
036500     05  WS-CD-TO-DATE              PIC X(08)    VALUE SPACES.
036600     05  FILLER                     PIC X(01)    VALUE SPACE.
036700     05  WS-CD-ITEMS                PIC ZZZ9.
036800     05  FILLER                     PIC X(01)    VALUE SPACE.
036900     05  WS-CD-AMOUNT               PIC -Z(10)9.99.
037000     05  FILLER                     PIC X(01)    VALUE SPACE.
037100     05  WS-CD-ACTION               PIC X(16)    VALUE SPACES.
037200     05  FILLER                     PIC X(01)    VALUE SPACE.
037300 01  WS-CSH-TOTAL-LINE.
037400     05  FILLER                     PIC X(01)    VALUE SPACE.
037500     05  WS-CT-LABEL                PIC X(40)    VALUE SPACES.
037600     05  WS-CT-COUNT                PIC Z(08)9.
037700     05  FILLER                     PIC X(01)    VALUE SPACE.
037800     05  WS-CT-AMOUNT               PIC -Z(12)9.99.
037900     05  FILLER                     PIC X(12)    VALUE SPACES.
038000 01  WS-CSH-MESSAGE-LINE.
038100     05  FILLER                     PIC X(01)    VALUE SPACE.
038200     05  WS-CM-TEXT                 PIC X(79)    VALUE SPACES.
038300*
038400 LINKAGE        SECTION.
038500*
038600 01  LS-PARM-AREA.
038700     05  LS-PARM-LEN                PIC S9(4) COMP.
038800     05  LS-PARM-DATA.
038900         10  LS-PARM-OPERATOR-ID    PIC X(08).
039000 PROCEDURE      DIVISION USING LS-PARM-AREA.
039100*
039200 0000-MAINLINE.
039300     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
039400     IF NOT ABORT-RUN
039500         PERFORM 2000-SORT-AND-REVIEW  THRU 2000-EXIT
039600     END-IF.
039700     IF NOT ABORT-RUN
039800         PERFORM 6000-WRITE-TOTALS     THRU 6000-EXIT
039900     END-IF.
040000     PERFORM 8500-WRITE-AUDIT      THRU 8500-EXIT.
040100     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
040200     GOBACK.
040300*
040400******************************************************************
040500* 1000-INITIALIZE  -  BUILD THE JOB BANNER, APPLY THE CONTROL    *
040600*                     CARDS, SET THE WINDOW AND OPEN THE FILES.  *
040700*                     TRANOUT AND RECENT ARE OPENED BY THE       *
040800*                     SORT'S INPUT PROCEDURE.                    *
040900******************************************************************
041000 1000-INITIALIZE.
041100     MOVE 'HELLO27'         TO DL100-JOB-NAME.
041200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
041300     ACCEPT WS-CURRENT-TIME FROM TIME.
041400     MOVE WS-CURRENT-DATE   TO DL100-RUN-DATE.
041500     MOVE WS-CURRENT-TIME   TO DL100-RUN-TIME.
041600     MOVE WS-CURRENT-DATE   TO WS-RUN-START-DATE.
041700     MOVE WS-CURRENT-TIME   TO WS-RUN-START-TIME.
041800     MOVE SPACES            TO DL100-OPERATOR-ID.
041900     IF LS-PARM-LEN >= 8
042000         MOVE LS-PARM-OPERATOR-ID TO DL100-OPERATOR-ID
042100     END-IF.
042200     MOVE 0                 TO DL100-RETURN-CODE.
042300     DISPLAY DL100-JOB-HEADER.
042400     PERFORM 1050-LOAD-CONTROL-CARDS THRU 1050-EXIT.
042500     IF ABORT-RUN
042600         GO TO 1000-EXIT
042700     END-IF.
042800     MOVE WS-CURRENT-DATE   TO WS-D2D-DATE.
042900     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
043000     MOVE WS-D2D-DAYS       TO WS-RUN-DAYS.
043100     COMPUTE WS-WIN-START-DAYS = WS-RUN-DAYS - WS-WINDOW-DAYS + 1.
043200     MOVE WS-WIN-START-DAYS TO WS-D2D-DAYS.
043300     PERFORM 7100-DAYS-TO-DATE THRU 7100-EXIT.
043400     MOVE WS-D2D-DATE       TO WS-WIN-START-DATE.
043500     OPEN INPUT TRANHIST.
043600     IF NOT TRANHIST-OK
043700         DISPLAY 'HELLO27 - UNABLE TO OPEN TRANHIST, STATUS = '
043800             WS-TRANHIST-STATUS
043900         SET ABORT-RUN TO TRUE
044000         MOVE 0020 TO DL100-RETURN-CODE
044100         GO TO 1000-EXIT
044200     END-IF.
044250     SET TRANHIST-OPEN TO TRUE.
044300     OPEN INPUT CSHFIN.
044400     IF NOT CSHFIN-OK
044500         DISPLAY 'HELLO27 - UNABLE TO OPEN CSHFIN, STATUS = '
044600             WS-CSHFIN-STATUS
044700         SET ABORT-RUN TO TRUE
044800         MOVE 0020 TO DL100-RETURN-CODE
044900         GO TO 1000-EXIT
045000     END-IF.
045050     SET CSHFIN-OPEN TO TRUE.
045100     OPEN OUTPUT CSHFOUT.
045200     IF NOT CSHFOUT-OK
045300         DISPLAY 'HELLO27 - UNABLE TO OPEN CSHFOUT, STATUS = '
045400             WS-CSHFOUT-STATUS
045500         SET ABORT-RUN TO TRUE
045600         MOVE 0020 TO DL100-RETURN-CODE
045700         GO TO 1000-EXIT
045800     END-IF.
045850     SET CSHFOUT-OPEN TO TRUE.
045900     OPEN OUTPUT CSHCAND.
046000     IF NOT CSHCAND-OK
046100         DISPLAY 'HELLO27 - UNABLE TO OPEN CSHCAND, STATUS = '
046200             WS-CSHCAND-STATUS
046300         SET ABORT-RUN TO TRUE
046400         MOVE 0020 TO DL100-RETURN-CODE
046500         GO TO 1000-EXIT
046600     END-IF.
046650     SET CSHCAND-OPEN TO TRUE.
046700     OPEN OUTPUT CSHRPT.
046800     IF NOT CSHRPT-OK
046900         DISPLAY 'HELLO27 - UNABLE TO OPEN CSHRPT, STATUS = '
047000             WS-CSHRPT-STATUS
047100         SET ABORT-RUN TO TRUE
047200         MOVE 0020 TO DL100-RETURN-CODE
047300         GO TO 1000-EXIT
047400     END-IF.
047450     SET CSHRPT-OPEN TO TRUE.
047500     MOVE DL100-RUN-DATE    TO WS-CH-RUN-DATE.
047600     MOVE WS-CSH-HEADING-1  TO CSHRPT-REC.
047700     WRITE CSHRPT-REC.
047800     MOVE WS-THRESHOLD      TO WS-CH-THRESHOLD.
047900     MOVE WS-WIN-START-DATE TO WS-CH-WIN-START.
048000     MOVE DL100-RUN-DATE    TO WS-CH-WIN-END.
048100     MOVE WS-MIN-ITEMS      TO WS-CH-MIN-ITEMS.
048200     MOVE WS-CSH-HEADING-2  TO CSHRPT-REC.
048300     WRITE CSHRPT-REC.
048400     PERFORM 3230-READ-CSHFIN THRU 3230-EXIT.
048500 1000-EXIT.
048600     EXIT.
048700*
048800******************************************************************
048900* 1050-LOAD-CONTROL-CARDS  -  READ THE KEYWORD=VALUE CONTROL     *
049000*                             CARDS.  EVERY CARD IS ECHOED TO    *
049100*                             THE JOB LOG SO THE RUN'S OPTIONS   *
049200*                             ARE ON RECORD; A BAD KEYWORD OR    *
049300*                             VALUE FAILS THE STEP RC 0020       *
049400*                             BEFORE ANY OTHER FILE IS OPENED.   *
049500*                             KEYWORDS - OPERATOR, THRESHOLD     *
049600*                             (WHOLE UNITS), WINDOW (DAYS, 1 TO  *
049700*                             31), MINITEMS (2 OR MORE).         *
049800******************************************************************
049900 1050-LOAD-CONTROL-CARDS.
050000     OPEN INPUT PARMCRD.
050100     IF NOT PARMCRD-OK
050200         DISPLAY 'HELLO27 - NO CONTROL CARDS - PARM AND '
050300             'DEFAULTS APPLY'
050400         GO TO 1050-EXIT
050500     END-IF.
050600     PERFORM 1055-READ-PARMCRD THRU 1055-EXIT.
050700     PERFORM 1060-ONE-CONTROL-CARD THRU 1060-EXIT
050800         UNTIL PARMCRD-EOF OR ABORT-RUN.
050900     CLOSE PARMCRD.
051000 1050-EXIT.
051100     EXIT.
051200*
051300 1055-READ-PARMCRD.
051400     READ PARMCRD
051500         AT END
051600             GO TO 1055-EXIT
051700     END-READ.
051800 1055-EXIT.
051900     EXIT.
052000*
052100 1060-ONE-CONTROL-CARD.
052200     DISPLAY 'HELLO27 - CONTROL CARD: ' PARMCRD-REC.
052300     IF PARMCRD-REC = SPACES OR PARMCRD-REC (1:1) = '*'
052400         GO TO 1060-NEXT
052500     END-IF.
052600     MOVE SPACES TO WS-CC-KEYWORD.
052700     MOVE SPACES TO WS-CC-VALUE.
052800     UNSTRING PARMCRD-REC DELIMITED BY '='
052900         INTO WS-CC-KEYWORD WS-CC-VALUE.
053000     EVALUATE WS-CC-KEYWORD
053100         WHEN 'OPERATOR'
053200             MOVE WS-CC-VALUE (1:8) TO DL100-OPERATOR-ID
053300         WHEN 'THRESHOLD'
053400             PERFORM 1080-NUMERIC-VALUE THRU 1080-EXIT
053500             IF NOT CC-VALUE-BAD
053600                 IF WS-CC-NUMERIC = 0
053700                     PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
053800                 ELSE
053900                     MOVE WS-CC-NUMERIC TO WS-THRESHOLD
054000                 END-IF
054100             END-IF
054200         WHEN 'WINDOW'
054300             PERFORM 1080-NUMERIC-VALUE THRU 1080-EXIT
054400             IF NOT CC-VALUE-BAD
054500                 IF WS-CC-NUMERIC < 1 OR WS-CC-NUMERIC > 31
054600                     PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
054700                 ELSE
054800                     MOVE WS-CC-NUMERIC TO WS-WINDOW-DAYS
054900                 END-IF
055000             END-IF
055100         WHEN 'MINITEMS'
055200             PERFORM 1080-NUMERIC-VALUE THRU 1080-EXIT
055300             IF NOT CC-VALUE-BAD
055400                 IF WS-CC-NUMERIC < 2 OR WS-CC-NUMERIC > 999
055500                     PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
055600                 ELSE
055700                     MOVE WS-CC-NUMERIC TO WS-MIN-ITEMS
055800                 END-IF
055900             END-IF
056000         WHEN OTHER
056100             DISPLAY 'HELLO27 - BAD CONTROL CARD KEYWORD: '
056200                 WS-CC-KEYWORD
056300             MOVE 0020 TO DL100-RETURN-CODE
056400             SET ABORT-RUN TO TRUE
056500     END-EVALUATE.
056600 1060-NEXT.
056700     PERFORM 1055-READ-PARMCRD THRU 1055-EXIT.
056800 1060-EXIT.
056900     EXIT.
057000*
057100******************************************************************
057200* 1080-NUMERIC-VALUE  -  CONVERT THE CARD'S LEFT-JUSTIFIED VALUE *
057300*                        DIGITS INTO WS-CC-NUMERIC.  A VALUE     *
057400*                        WITH NO DIGITS, OR WITH ANYTHING OTHER  *
057500*                        THAN DIGITS BEFORE THE FIRST SPACE, IS  *
057600*                        A BAD CARD - RC 0020.                   *
057700******************************************************************
057800 1080-NUMERIC-VALUE.
057900     MOVE 0     TO WS-CC-NUMERIC.
058000     MOVE SPACE TO WS-CC-SCAN-SW.
058100     PERFORM 1085-ONE-VALUE-DIGIT THRU 1085-EXIT
058200         VARYING WS-CC-SUB FROM 1 BY 1
058300             UNTIL WS-CC-SUB > 20
058400                OR CC-VALUE-ENDED
058500                OR CC-VALUE-BAD.
058600     IF WS-CC-VALUE (1:1) = SPACE
058700         SET CC-VALUE-BAD TO TRUE
058800     END-IF.
058900     IF CC-VALUE-BAD
059000         PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
059100     END-IF.
059200 1080-EXIT.
059300     EXIT.
059400*
059500 1085-ONE-VALUE-DIGIT.
059600     IF WS-CC-VALUE (WS-CC-SUB:1) = SPACE
059700         SET CC-VALUE-ENDED TO TRUE
059800         GO TO 1085-EXIT
059900     END-IF.
060000     IF WS-CC-VALUE (WS-CC-SUB:1) IS NOT NUMERIC
060100      OR WS-CC-SUB > 9
060200         SET CC-VALUE-BAD TO TRUE
060300         GO TO 1085-EXIT
060400     END-IF.
060500     MOVE WS-CC-VALUE (WS-CC-SUB:1) TO WS-CC-DIGIT.
060600     COMPUTE WS-CC-NUMERIC =
060700         (WS-CC-NUMERIC * 10) + WS-CC-DIGIT.
060800 1085-EXIT.
060900     EXIT.
061000*
061100 1090-BAD-CARD-VALUE.
061200     DISPLAY 'HELLO27 - BAD CONTROL CARD VALUE FOR '
061300         WS-CC-KEYWORD ': ' WS-CC-VALUE.
061400     MOVE 0020 TO DL100-RETURN-CODE.
061500     SET ABORT-RUN TO TRUE.
061600 1090-EXIT.
061700     EXIT.
061800*
061900******************************************************************
062000* 2000-SORT-AND-REVIEW  -  SORT THE WINDOW'S CASH ITEMS INTO     *
062100*                          ACCOUNT ORDER (INPUT PROCEDURE 2100)  *
062200*                          AND REVIEW THEM AN ACCOUNT AT A TIME  *
062300*                          (OUTPUT PROCEDURE 3000).  A FAILED    *
062400*                          SORT FAILS THE STEP RC 0020 - THE     *
062500*                          CANDIDATE AND FILED FILES ARE         *
062600*                          INCOMPLETE AND MUST NOT BE USED.      *
062700******************************************************************
062800 2000-SORT-AND-REVIEW.
062900     SORT SORTWK
063000         ON ASCENDING KEY SORTWK-ACCOUNT-NO
063100                          SORTWK-TRANS-DATE
063200                          SORTWK-TRAN-KEY
063300         INPUT PROCEDURE IS 2100-RELEASE-ITEMS THRU 2100-EXIT
063400         OUTPUT PROCEDURE IS 3000-REVIEW-SORTED THRU 3000-EXIT.
063500     IF SORT-RETURN NOT = 0
063600         DISPLAY 'HELLO27 - SORT OF CASH ITEMS FAILED, '
063700             'SORT-RETURN = ' SORT-RETURN
063800         SET ABORT-RUN TO TRUE
063900         MOVE 0020 TO DL100-RETURN-CODE
064000     END-IF.
064100     IF ABORT-RUN
064200         DISPLAY 'HELLO27 - CSHCAND AND CSHFOUT ARE INCOMPLETE - '
064300             'DO NOT SEND OR KEEP THEM'
064400     END-IF.
064500 2000-EXIT.
064600     EXIT.
064700*
064800******************************************************************
064900* 2100-RELEASE-ITEMS  -  THE SORT'S INPUT PROCEDURE.  RELEASE    *
065000*                        EVERY DP AND WD ON TONIGHT'S TRANOUT,   *
065100*                        AND EVERY DP AND WD IN THE WINDOW ON    *
065200*                        THE RECENT GENERATIONS.                 *
065300******************************************************************
065400 2100-RELEASE-ITEMS.
065500     OPEN INPUT TRANOUT.
065600     IF NOT TRANOUT-OK
065700         DISPLAY 'HELLO27 - UNABLE TO OPEN TRANOUT, STATUS = '
065800             WS-TRANOUT-STATUS
065900         SET ABORT-RUN TO TRUE
066000         MOVE 0020 TO DL100-RETURN-CODE
066100         GO TO 2100-EXIT
066200     END-IF.
066300     PERFORM 2110-READ-TRANOUT THRU 2110-EXIT.
066400     PERFORM 2120-ONE-TONIGHT-ITEM THRU 2120-EXIT
066500         UNTIL TRANOUT-AT-EOF.
066600     CLOSE TRANOUT.
066700     OPEN INPUT RECENT.
066800     IF NOT RECENT-OK
066900         DISPLAY 'HELLO27 - UNABLE TO OPEN RECENT, STATUS = '
067000             WS-RECENT-STATUS
067100         SET ABORT-RUN TO TRUE
067200         MOVE 0020 TO DL100-RETURN-CODE
067300         GO TO 2100-EXIT
067400     END-IF.
067500     PERFORM 2150-READ-RECENT THRU 2150-EXIT.
067600     PERFORM 2160-ONE-RECENT-ITEM THRU 2160-EXIT
067700         UNTIL RECENT-AT-EOF.
067800     CLOSE RECENT.
067900 2100-EXIT.
068000     EXIT.
068100*
068200 2110-READ-TRANOUT.
068300     READ TRANOUT
068400         AT END
068500             MOVE 'Y' TO WS-TRANOUT-EOF-SW
068600             GO TO 2110-EXIT
068700     END-READ.
068800     ADD 1 TO WS-TRANOUT-READ.
068900     MOVE TRANOUT-REC TO DL100-TRANS-RECORD.
069000 2110-EXIT.
069100     EXIT.
069200*
069300 2120-ONE-TONIGHT-ITEM.
069400     IF DL100-TR-TRANS-TYPE NOT = 'DP'
069500      AND DL100-TR-TRANS-TYPE NOT = 'WD'
069600         GO TO 2120-NEXT
069700     END-IF.
069800     ADD 1 TO WS-TONIGHT-CASH.
069900     SET SORTWK-TONIGHT TO TRUE.
070000     PERFORM 2170-RELEASE-ONE THRU 2170-EXIT.
070100 2120-NEXT.
070200     PERFORM 2110-READ-TRANOUT THRU 2110-EXIT.
070300 2120-EXIT.
070400     EXIT.
070500*
070600 2150-READ-RECENT.
070700     READ RECENT
070800         AT END
070900             MOVE 'Y' TO WS-RECENT-EOF-SW
071000             GO TO 2150-EXIT
071100     END-READ.
071200     MOVE RECENT-REC TO DL100-TRANS-RECORD.
071300 2150-EXIT.
071400     EXIT.
071500*
071600 2160-ONE-RECENT-ITEM.
071700     IF DL100-TR-TRANS-TYPE NOT = 'DP'
071800      AND DL100-TR-TRANS-TYPE NOT = 'WD'
071900         GO TO 2160-NEXT
072000     END-IF.
072100     IF DL100-TR-TRANS-DATE < WS-WIN-START-DATE
072200      OR DL100-TR-TRANS-DATE > DL100-RUN-DATE
072300         GO TO 2160-NEXT
072400     END-IF.
072500     ADD 1 TO WS-RECENT-CASH.
072600     SET SORTWK-RECENT TO TRUE.
072700     PERFORM 2170-RELEASE-ONE THRU 2170-EXIT.
072800 2160-NEXT.
072900     PERFORM 2150-READ-RECENT THRU 2150-EXIT.
073000 2160-EXIT.
073100     EXIT.
073200*
073300 2170-RELEASE-ONE.
073400     MOVE DL100-TR-ACCOUNT-NO  TO SORTWK-ACCOUNT-NO.
073500     MOVE DL100-TR-TRANS-DATE  TO SORTWK-TRANS-DATE.
073600     MOVE DL100-TR-KEY         TO SORTWK-TRAN-KEY.
073700     MOVE DL100-TR-TRANS-TYPE  TO SORTWK-TRANS-TYPE.
073800     MOVE DL100-TR-AMOUNT      TO SORTWK-AMOUNT.
073810     IF SORTWK-AMOUNT < 0
073820         COMPUTE SORTWK-AMOUNT = 0 - SORTWK-AMOUNT
073830     END-IF.
073900     RELEASE SORTWK-REC.
074000 2170-EXIT.
074100     EXIT.
074200*
074300******************************************************************
074400* 3000-REVIEW-SORTED  -  THE SORT'S OUTPUT PROCEDURE.  REVIEW    *
074500*                        EACH ACCOUNT'S ITEMS IN TURN, THEN COPY *
074600*                        THE REST OF THE ALREADY-FILED FILE      *
074700*                        FORWARD.                                *
074800******************************************************************
074900 3000-REVIEW-SORTED.
075000     IF ABORT-RUN
075100         GO TO 3000-EXIT
075200     END-IF.
075300     MOVE SPACES TO WS-CM-TEXT.
075400     MOVE WS-CSH-MESSAGE-LINE TO CSHRPT-REC.
075500     WRITE CSHRPT-REC.
075600     MOVE WS-CSH-HEADING-3 TO CSHRPT-REC.
075700     WRITE CSHRPT-REC.
075800     PERFORM 3050-RETURN-SORTED THRU 3050-EXIT.
075900     PERFORM 3100-ONE-ACCOUNT THRU 3100-EXIT
076000         UNTIL SORT-AT-EOF OR ABORT-RUN.
076100     PERFORM 3210-COPY-FILED THRU 3210-EXIT
076200         UNTIL WS-FILED-KEY = HIGH-VALUES
076300            OR ABORT-RUN.
076400 3000-EXIT.
076500     EXIT.
076600*
076700 3050-RETURN-SORTED.
076800     RETURN SORTWK
076900         AT END
077000             MOVE 'Y' TO WS-SORT-EOF-SW
077100     END-RETURN.
077200 3050-EXIT.
077300     EXIT.
077400*
077500******************************************************************
077600* 3100-ONE-ACCOUNT  -  REVIEW ONE ACCOUNT.  TAKE ITS             *
077700*                      ALREADY-FILED RECORDS, POST ITS SORTED    *
077800*                      ITEMS AND ITS HISTORY IN THE WINDOW INTO  *
077900*                      THE DAY TABLE (RAISING ANY SINGLE ITEM ON *
078000*                      THE WAY), AND WHEN IT HAS SMALLER ITEMS   *
078100*                      TONIGHT TEST THE SAME-DAY AND ROLLING     *
078200*                      TOTALS.  ITS FILED RECORDS ARE THEN       *
078300*                      WRITTEN FORWARD.                          *
078400******************************************************************
078500 3100-ONE-ACCOUNT.
078600     MOVE SORTWK-ACCOUNT-NO TO WS-ACCOUNT-NO.
078700     PERFORM 3150-CLEAR-ONE-DAY THRU 3150-EXIT
078800         VARYING WS-DAY-SUB FROM 1 BY 1
078900             UNTIL WS-DAY-SUB > 31.
079000     MOVE 'N' TO WS-AD-TONIGHT-SW (1).
079100     MOVE 'N' TO WS-AD-TONIGHT-SW (2).
079200     MOVE 'N' TO WS-AD-SAME-DAY-SW (1).
079300     MOVE 'N' TO WS-AD-SAME-DAY-SW (2).
079400     PERFORM 3200-MATCH-FILED THRU 3200-EXIT.
079500     IF ABORT-RUN
079600         GO TO 3100-EXIT
079700     END-IF.
079800     PERFORM 3400-START-HISTORY THRU 3400-EXIT.
079900     PERFORM 3300-ONE-ITEM THRU 3300-EXIT
080000         UNTIL SORT-AT-EOF
080100            OR SORTWK-ACCOUNT-NO NOT = WS-ACCOUNT-NO
080200            OR ABORT-RUN.
080300     IF ABORT-RUN
080400         GO TO 3100-EXIT
080500     END-IF.
080600     PERFORM 3420-ONE-HISTORY-ITEM THRU 3420-EXIT
080700         UNTIL HISTORY-DONE.
080800     IF AD-TONIGHT (1) OR AD-TONIGHT (2)
080900         ADD 1 TO WS-ACCOUNTS-REVIEWED
081000         PERFORM 3500-TEST-TOTALS THRU 3500-EXIT
081100             VARYING WS-DIR FROM 1 BY 1
081200                 UNTIL WS-DIR > 2
081300                    OR ABORT-RUN
081400     END-IF.
081500     PERFORM 3600-WRITE-FILED THRU 3600-EXIT
081600         VARYING WS-FL-SUB FROM 1 BY 1
081700             UNTIL WS-FL-SUB > WS-FL-COUNT.
081800 3100-EXIT.
081900     EXIT.
082000*
082100 3150-CLEAR-ONE-DAY.
082200     MOVE 0   TO WS-DY-COUNT (WS-DAY-SUB 1).
082300     MOVE 0   TO WS-DY-AMOUNT (WS-DAY-SUB 1).
082400     MOVE 'N' TO WS-DY-TONIGHT-SW (WS-DAY-SUB 1).
082500     MOVE 0   TO WS-DY-COUNT (WS-DAY-SUB 2).
082600     MOVE 0   TO WS-DY-AMOUNT (WS-DAY-SUB 2).
082700     MOVE 'N' TO WS-DY-TONIGHT-SW (WS-DAY-SUB 2).
082800 3150-EXIT.
082900     EXIT.
083000*
083100******************************************************************
083200* 3200-MATCH-FILED  -  BRING THE ALREADY-FILED FILE UP TO THE    *
083300*                      ACCOUNT IN HAND.  RECORDS FOR EARLIER     *
083400*                      ACCOUNTS ARE COPIED FORWARD (SEE 3210)    *
083500*                      AND THE ACCOUNT'S OWN RECORDS STILL IN    *
083600*                      THE WINDOW ARE TAKEN INTO THE FILED       *
083700*                      TABLE.                                    *
083800******************************************************************
083900 3200-MATCH-FILED.
084000     MOVE 0 TO WS-FL-COUNT.
084100     PERFORM 3210-COPY-FILED THRU 3210-EXIT
084200         UNTIL WS-FILED-KEY NOT < WS-ACCOUNT-NO
084300            OR ABORT-RUN.
084400     PERFORM 3220-LOAD-FILED THRU 3220-EXIT
084500         UNTIL WS-FILED-KEY NOT = WS-ACCOUNT-NO
084600            OR ABORT-RUN.
084700 3200-EXIT.
084800     EXIT.
084900*
085000 3210-COPY-FILED.
085100     MOVE CSHFIN-REC TO DL100-CASH-FILED-RECORD.
085200     PERFORM 3240-FILED-IN-WINDOW THRU 3240-EXIT.
085300     IF FILED-IN-WINDOW
085400         MOVE DL100-CASH-FILED-RECORD TO CSHFOUT-REC
085500         WRITE CSHFOUT-REC
085600         ADD 1 TO WS-FILED-WRITTEN
085700     END-IF.
085800     PERFORM 3230-READ-CSHFIN THRU 3230-EXIT.
085900 3210-EXIT.
086000     EXIT.
086100*
086200 3220-LOAD-FILED.
086300     MOVE CSHFIN-REC TO DL100-CASH-FILED-RECORD.
086400     PERFORM 3240-FILED-IN-WINDOW THRU 3240-EXIT.
086500     IF FILED-IN-WINDOW
086600         PERFORM 3250-ADD-TO-FILED THRU 3250-EXIT
086700     END-IF.
086800     PERFORM 3230-READ-CSHFIN THRU 3230-EXIT.
086900 3220-EXIT.
087000     EXIT.
087100*
087200******************************************************************
087300* 3230-READ-CSHFIN  -  READ THE NEXT ALREADY-FILED RECORD; THE   *
087400*                      FILED KEY IS ITS ACCOUNT, HIGH-VALUES AT  *
087500*                      END OF FILE SO THE MERGE DRAINS.  A FILE  *
087600*                      OUT OF ACCOUNT ORDER CANNOT BE MERGED AND *
087700*                      FAILS THE STEP RC 0020.                   *
087800******************************************************************
087900 3230-READ-CSHFIN.
088000     READ CSHFIN
088100         AT END
088200             MOVE HIGH-VALUES TO WS-FILED-KEY
088300             GO TO 3230-EXIT
088400     END-READ.
088500     ADD 1 TO WS-FILED-READ.
088600     MOVE CSHFIN-REC (1:10) TO WS-FILED-KEY.
088700     IF WS-FILED-KEY < WS-FILED-PREV-KEY
088800         DISPLAY 'HELLO27 - CSHFIN OUT OF ACCOUNT ORDER AT '
088900             WS-FILED-KEY
089000         SET ABORT-RUN TO TRUE
089100         MOVE 0020 TO DL100-RETURN-CODE
089200         MOVE HIGH-VALUES TO WS-FILED-KEY
089300         GO TO 3230-EXIT
089400     END-IF.
089500     MOVE WS-FILED-KEY TO WS-FILED-PREV-KEY.
089600 3230-EXIT.
089700     EXIT.
089800*
089900******************************************************************
090000* 3240-FILED-IN-WINDOW  -  A FILED RECORD STAYS WHILE ITS FILED  *
090100*                          DATE IS WITHIN THE WINDOW; AN OLDER   *
090200*                          ONE, OR ONE WITH NO GOOD DATE, IS     *
090300*                          DROPPED.                              *
090400******************************************************************
090500 3240-FILED-IN-WINDOW.
090600     MOVE 'N' TO WS-KEEP-SW.
090700     IF DL100-LF-FILED-DATE IS NOT NUMERIC
090800         ADD 1 TO WS-FILED-DROPPED
090900         GO TO 3240-EXIT
091000     END-IF.
091100     MOVE DL100-LF-FILED-DATE TO WS-D2D-DATE.
091200     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
091300     IF WS-D2D-DAYS < WS-WIN-START-DAYS
091400         ADD 1 TO WS-FILED-DROPPED
091500         GO TO 3240-EXIT
091600     END-IF.
091700     SET FILED-IN-WINDOW TO TRUE.
091800 3240-EXIT.
091900     EXIT.
092000*
092100******************************************************************
092200* 3250-ADD-TO-FILED  -  ADD THE RECORD IN THE CSHFREC AREA TO    *
092300*                       THE ACCOUNT'S FILED TABLE.  AN ACCOUNT   *
092400*                       WITH MORE FILED RECORDS THAN THE TABLE   *
092500*                       HOLDS FAILS THE STEP RC 0020 RATHER THAN *
092600*                       LOSE ANY.                                *
092700******************************************************************
092800 3250-ADD-TO-FILED.
092900     IF WS-FL-COUNT >= WS-FL-MAX
093000         DISPLAY 'HELLO27 - MORE THAN ' WS-FL-MAX
093100             ' FILED RECORDS FOR ACCOUNT ' WS-ACCOUNT-NO
093200         SET ABORT-RUN TO TRUE
093300         MOVE 0020 TO DL100-RETURN-CODE
093400         GO TO 3250-EXIT
093500     END-IF.
093600     ADD 1 TO WS-FL-COUNT.
093700     MOVE DL100-CASH-FILED-RECORD TO WS-FL-ENTRY (WS-FL-COUNT).
093800 3250-EXIT.
093900     EXIT.
094000*
094100******************************************************************
094200* 3300-ONE-ITEM  -  TAKE ONE SORTED ITEM.  THE ACCOUNT'S HISTORY *
094300*                   IS FIRST BROUGHT UP TO IT, AND A HISTORY     *
094400*                   ITEM WITH THE SAME KEY - ONE OF THE RECENT   *
094500*                   GENERATIONS ALREADY CONSOLIDATED - IS PASSED *
094600*                   OVER.  IF THE HISTORY MARKS THAT ITEM        *
094700*                   REVERSED OR RETURNED UNPAID, THE SORTED COPY *
094800*                   IS NOT COUNTED EITHER.  ONE OF TONIGHT'S     *
094900*                   ITEMS OVER THE THRESHOLD IS A SINGLE-ITEM    *
095000*                   CANDIDATE (A RECENT ONE WAS RAISED ON ITS    *
095020*                   OWN NIGHT); AN ITEM NOT OVER IT, DATED IN    *
095040*                   THE WINDOW, GOES INTO THE DAY TABLE.         *
095100******************************************************************
095200 3300-ONE-ITEM.
095300     MOVE SORTWK-TRANS-DATE TO WS-SI-TRANS-DATE.
095400     MOVE SORTWK-TRAN-KEY   TO WS-SI-TRAN-KEY.
095500     PERFORM 3420-ONE-HISTORY-ITEM THRU 3420-EXIT
095600         UNTIL HISTORY-DONE
095700            OR WS-HIST-ITEM-KEY NOT < WS-SORT-ITEM-KEY.
095800     IF NOT HISTORY-DONE
095900      AND WS-HIST-ITEM-KEY = WS-SORT-ITEM-KEY
096000         ADD 1 TO WS-HISTORY-ON-BOTH
096010         IF DL100-TH-REVERSED OR DL100-TH-NSF-RETURNED
096020             PERFORM 3410-READ-HISTORY THRU 3410-EXIT
096030             GO TO 3300-NEXT
096040         END-IF
096100         PERFORM 3410-READ-HISTORY THRU 3410-EXIT
096200     END-IF.
096300     MOVE SORTWK-TRANS-DATE TO WS-ITEM-DATE.
096400     MOVE SORTWK-TRANS-TYPE TO WS-ITEM-TYPE.
096500     MOVE SORTWK-AMOUNT     TO WS-ITEM-AMOUNT.
096600     IF SORTWK-TONIGHT
096700      AND SORTWK-AMOUNT > WS-THRESHOLD
096800         MOVE SPACES            TO DL100-CASH-CANDIDATE-RECORD
096900         SET DL100-LC-SINGLE    TO TRUE
097000         MOVE SORTWK-TRANS-TYPE TO DL100-LC-TRANS-TYPE
097100         MOVE SORTWK-TRANS-DATE TO DL100-LC-FROM-DATE
097200         MOVE SORTWK-TRANS-DATE TO DL100-LC-TO-DATE
097300         MOVE 1                 TO DL100-LC-ITEM-COUNT
097400         MOVE SORTWK-AMOUNT     TO DL100-LC-AMOUNT
097500         MOVE SORTWK-TRAN-KEY   TO DL100-LC-TRAN-KEY
097600         PERFORM 4000-RAISE-CANDIDATE THRU 4000-EXIT
097700         ADD 1 TO WS-SINGLES-RAISED
097800         GO TO 3300-NEXT
097900     END-IF.
098000     IF SORTWK-AMOUNT > WS-THRESHOLD
098100         GO TO 3300-NEXT
098200     END-IF.
098300     PERFORM 3450-ADD-TO-DAY THRU 3450-EXIT.
098400     IF SORTWK-TONIGHT AND WS-DAY-SUB > 0
098500         MOVE 'Y' TO WS-DY-TONIGHT-SW (WS-DAY-SUB WS-DIR)
098600         MOVE 'Y' TO WS-AD-TONIGHT-SW (WS-DIR)
098700     END-IF.
098800 3300-NEXT.
098900     PERFORM 3050-RETURN-SORTED THRU 3050-EXIT.
099000 3300-EXIT.
099100     EXIT.
099200*
099300******************************************************************
099400* 3400-START-HISTORY  -  POSITION AT THE ACCOUNT'S FIRST         *
099500*                        TRANHIST ITEM IN THE WINDOW AND READ    *
099600*                        IT.  HISTORY-DONE IS SET WHEN IT HAS    *
099700*                        NONE.                                   *
099800******************************************************************
099900 3400-START-HISTORY.
100000     MOVE 'N' TO WS-HISTORY-SW.
100100     MOVE SPACES            TO DL100-TRAN-HISTORY-RECORD.
100200     MOVE WS-ACCOUNT-NO     TO DL100-TH-ACCOUNT-NO.
100300     MOVE WS-WIN-START-DATE TO DL100-TH-TRANS-DATE.
100400     START TRANHIST KEY NOT < DL100-TH-KEY
100500         INVALID KEY
100600             SET HISTORY-DONE TO TRUE
100700             GO TO 3400-EXIT
100800     END-START.
100900     PERFORM 3410-READ-HISTORY THRU 3410-EXIT.
101000 3400-EXIT.
101100     EXIT.
101200*
101300 3410-READ-HISTORY.
101400     READ TRANHIST NEXT
101500         AT END
101600             SET HISTORY-DONE TO TRUE
101700             GO TO 3410-EXIT
101800     END-READ.
101900     IF DL100-TH-ACCOUNT-NO NOT = WS-ACCOUNT-NO
102000      OR DL100-TH-TRANS-DATE > DL100-RUN-DATE
102100         SET HISTORY-DONE TO TRUE
102200         GO TO 3410-EXIT
102300     END-IF.
102400     MOVE DL100-TH-ITEM-KEY TO WS-HIST-ITEM-KEY.
102500 3410-EXIT.
102600     EXIT.
102700*
102800******************************************************************
102900* 3420-ONE-HISTORY-ITEM  -  ADD ONE TRANHIST ITEM TO THE DAY     *
103000*                           TABLE AND READ THE NEXT.  A REVERSED *
103100*                           ITEM OR ONE RETURNED UNPAID IS NOT   *
103200*                           CASH THAT MOVED, AND AN ITEM OVER    *
103300*                           THE THRESHOLD WAS RAISED ON ITS OWN  *
103400*                           NIGHT - NEITHER IS COUNTED.          *
103500******************************************************************
103600 3420-ONE-HISTORY-ITEM.
103700     IF DL100-TH-TRANS-TYPE NOT = 'DP'
103800      AND DL100-TH-TRANS-TYPE NOT = 'WD'
103900         GO TO 3420-NEXT
104000     END-IF.
104100     IF DL100-TH-REVERSED OR DL100-TH-NSF-RETURNED
104200         GO TO 3420-NEXT
104300     END-IF.
104400     MOVE DL100-TH-AMOUNT     TO WS-ITEM-AMOUNT.
104500     IF WS-ITEM-AMOUNT < 0
104600         COMPUTE WS-ITEM-AMOUNT = 0 - WS-ITEM-AMOUNT
104700     END-IF.
104800     IF WS-ITEM-AMOUNT > WS-THRESHOLD
104900         GO TO 3420-NEXT
105000     END-IF.
105010     ADD 1 TO WS-HISTORY-CASH.
105020     MOVE DL100-TH-TRANS-DATE TO WS-ITEM-DATE.
105030     MOVE DL100-TH-TRANS-TYPE TO WS-ITEM-TYPE.
105100     PERFORM 3450-ADD-TO-DAY THRU 3450-EXIT.
105200 3420-NEXT.
105300     PERFORM 3410-READ-HISTORY THRU 3410-EXIT.
105400 3420-EXIT.
105500     EXIT.
105600*
105700******************************************************************
105800* 3450-ADD-TO-DAY  -  ADD THE ITEM IN WS-ITEM-DATE/TYPE/AMOUNT   *
105900*                     TO ITS DAY AND TYPE IN THE DAY TABLE.      *
106000*                     WS-DAY-SUB IS LEFT AT ITS DAY, OR ZERO     *
106100*                     WHEN IT FALLS OUTSIDE THE WINDOW AND IS    *
106200*                     NOT COUNTED.                               *
106300******************************************************************
106400 3450-ADD-TO-DAY.
106500     MOVE 0 TO WS-DAY-SUB.
106600     IF WS-ITEM-TYPE = 'DP'
106700         MOVE 1 TO WS-DIR
106800     ELSE
106900         MOVE 2 TO WS-DIR
107000     END-IF.
107100     IF WS-ITEM-DATE IS NOT NUMERIC
107200         GO TO 3450-EXIT
107300     END-IF.
107400     MOVE WS-ITEM-DATE TO WS-D2D-DATE.
107500     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
107600     COMPUTE WS-DAY-OFFSET = WS-D2D-DAYS - WS-WIN-START-DAYS + 1.
107700     IF WS-DAY-OFFSET < 1 OR WS-DAY-OFFSET > WS-WINDOW-DAYS
107800         GO TO 3450-EXIT
107900     END-IF.
108000     MOVE WS-DAY-OFFSET TO WS-DAY-SUB.
108100     ADD 1              TO WS-DY-COUNT (WS-DAY-SUB WS-DIR).
108200     ADD WS-ITEM-AMOUNT TO WS-DY-AMOUNT (WS-DAY-SUB WS-DIR).
108300 3450-EXIT.
108400     EXIT.
108500*
108600******************************************************************
108700* 3500-TEST-TOTALS  -  TEST ONE TRANSACTION TYPE'S TOTALS FOR    *
108800*                      THE ACCOUNT, WHEN IT HAS SMALLER ITEMS OF *
108900*                      THAT TYPE TONIGHT.  EACH DAY WITH ONE OF  *
109000*                      TONIGHT'S ITEMS IS TESTED ON ITS OWN      *
109100*                      (3510); ONLY WHEN NO DAY IS RAISED IS THE *
109200*                      WHOLE WINDOW TESTED AS A ROLLING TOTAL.   *
109300******************************************************************
109400 3500-TEST-TOTALS.
109500     IF NOT AD-TONIGHT (WS-DIR)
109600         GO TO 3500-EXIT
109700     END-IF.
109800     PERFORM 3510-TEST-ONE-DAY THRU 3510-EXIT
109900         VARYING WS-DAY-SUB FROM 1 BY 1
110000             UNTIL WS-DAY-SUB > WS-WINDOW-DAYS
110100                OR ABORT-RUN.
110200     IF AD-SAME-DAY-RAISED (WS-DIR)
110300         GO TO 3500-EXIT
110400     END-IF.
110500     MOVE 0 TO WS-SUM-COUNT.
110600     MOVE 0 TO WS-SUM-AMOUNT.
110700     PERFORM 3520-ADD-ONE-DAY THRU 3520-EXIT
110800         VARYING WS-DAY-SUB FROM 1 BY 1
110900             UNTIL WS-DAY-SUB > WS-WINDOW-DAYS.
111000     IF WS-SUM-COUNT < WS-MIN-ITEMS
111100      OR WS-SUM-AMOUNT NOT > WS-THRESHOLD
111200         GO TO 3500-EXIT
111300     END-IF.
111400     MOVE SPACES                  TO DL100-CASH-CANDIDATE-RECORD.
111500     SET DL100-LC-ROLLING         TO TRUE.
111600     MOVE WS-DIR-TYPE (WS-DIR)    TO DL100-LC-TRANS-TYPE.
111700     MOVE WS-WIN-START-DATE       TO DL100-LC-FROM-DATE.
111800     MOVE DL100-RUN-DATE          TO DL100-LC-TO-DATE.
111900     MOVE WS-SUM-COUNT            TO DL100-LC-ITEM-COUNT.
112000     MOVE WS-SUM-AMOUNT           TO DL100-LC-AMOUNT.
112100     PERFORM 4000-RAISE-CANDIDATE THRU 4000-EXIT.
112200     ADD 1 TO WS-ROLLING-RAISED.
112300 3500-EXIT.
112400     EXIT.
112500*
112600 3510-TEST-ONE-DAY.
112700     IF NOT DY-TONIGHT (WS-DAY-SUB WS-DIR)
112800      OR WS-DY-COUNT (WS-DAY-SUB WS-DIR) < WS-MIN-ITEMS
112900      OR WS-DY-AMOUNT (WS-DAY-SUB WS-DIR) NOT > WS-THRESHOLD
113000         GO TO 3510-EXIT
113100     END-IF.
113200     COMPUTE WS-D2D-DAYS = WS-WIN-START-DAYS + WS-DAY-SUB - 1.
113300     PERFORM 7100-DAYS-TO-DATE THRU 7100-EXIT.
113400     MOVE SPACES                  TO DL100-CASH-CANDIDATE-RECORD.
113500     SET DL100-LC-SAME-DAY        TO TRUE.
113600     MOVE WS-DIR-TYPE (WS-DIR)    TO DL100-LC-TRANS-TYPE.
113700     MOVE WS-D2D-DATE             TO DL100-LC-FROM-DATE.
113800     MOVE WS-D2D-DATE             TO DL100-LC-TO-DATE.
113900     MOVE WS-DY-COUNT (WS-DAY-SUB WS-DIR)
114000                                  TO DL100-LC-ITEM-COUNT.
114100     MOVE WS-DY-AMOUNT (WS-DAY-SUB WS-DIR)
114200                                  TO DL100-LC-AMOUNT.
114300     PERFORM 4000-RAISE-CANDIDATE THRU 4000-EXIT.
114400     ADD 1 TO WS-SAME-DAY-RAISED.
114500     MOVE 'Y' TO WS-AD-SAME-DAY-SW (WS-DIR).
114600 3510-EXIT.
114700     EXIT.
114800*
114900 3520-ADD-ONE-DAY.
115000     ADD WS-DY-COUNT (WS-DAY-SUB WS-DIR)  TO WS-SUM-COUNT.
115100     ADD WS-DY-AMOUNT (WS-DAY-SUB WS-DIR) TO WS-SUM-AMOUNT.
115200 3520-EXIT.
115300     EXIT.
115400*
115500 3600-WRITE-FILED.
115600     MOVE WS-FL-ENTRY (WS-FL-SUB) TO CSHFOUT-REC.
115700     WRITE CSHFOUT-REC.
115800     ADD 1 TO WS-FILED-WRITTEN.
115900 3600-EXIT.
116000     EXIT.
116100*
116200******************************************************************
116300* 4000-RAISE-CANDIDATE  -  RAISE THE CANDIDATE BUILT IN THE      *
116400*                          CSHCREC AREA.  ONE ALREADY FILED IN   *
116500*                          THE WINDOW (SEE 4100) IS ONLY LISTED, *
116600*                          SUPPRESSED; OTHERWISE IT GOES TO      *
116700*                          CSHCAND, IS LISTED, AND IS ADDED TO   *
116800*                          THE ACCOUNT'S FILED TABLE SO THE NEXT *
116900*                          RUNS KNOW IT WAS SENT.                *
117000******************************************************************
117100 4000-RAISE-CANDIDATE.
117200     MOVE DL100-RUN-DATE        TO DL100-LC-RUN-DATE.
117300     MOVE WS-ACCOUNT-NO         TO DL100-LC-ACCOUNT-NO.
117400     MOVE WS-THRESHOLD          TO DL100-LC-THRESHOLD.
117500     MOVE WS-ACCOUNT-NO         TO WS-CD-ACCOUNT-NO.
117600     EVALUATE TRUE
117700         WHEN DL100-LC-SINGLE
117800             MOVE 'SINGLE'      TO WS-CD-KIND
117900         WHEN DL100-LC-SAME-DAY
118000             MOVE 'SAME-DAY'    TO WS-CD-KIND
118100         WHEN OTHER
118200             MOVE 'ROLLING'     TO WS-CD-KIND
118300     END-EVALUATE.
118400     MOVE DL100-LC-TRANS-TYPE   TO WS-CD-TRANS-TYPE.
118500     MOVE DL100-LC-FROM-DATE    TO WS-CD-FROM-DATE.
118600     MOVE DL100-LC-TO-DATE      TO WS-CD-TO-DATE.
118700     MOVE DL100-LC-ITEM-COUNT   TO WS-CD-ITEMS.
118800     MOVE DL100-LC-AMOUNT       TO WS-CD-AMOUNT.
118900     PERFORM 4100-CHECK-FILED THRU 4100-EXIT.
119000     IF ALREADY-FILED
119100         ADD 1 TO WS-SUPPRESSED
119200         MOVE SPACES TO WS-CD-ACTION
119300         STRING 'FILED ' WS-FILED-ON DELIMITED BY SIZE
119400             INTO WS-CD-ACTION
119500         MOVE WS-CSH-DETAIL-LINE TO CSHRPT-REC
119600         WRITE CSHRPT-REC
119700         GO TO 4000-EXIT
119800     END-IF.
119900     MOVE DL100-CASH-CANDIDATE-RECORD TO CSHCAND-REC.
120000     WRITE CSHCAND-REC.
120100     ADD 1 TO WS-CANDIDATES-WRITTEN.
120200     ADD DL100-LC-AMOUNT TO WS-CANDIDATE-TOTAL.
120300     MOVE 'SENT'                TO WS-CD-ACTION.
120400     MOVE WS-CSH-DETAIL-LINE    TO CSHRPT-REC.
120500     WRITE CSHRPT-REC.
120600     MOVE SPACES                TO DL100-CASH-FILED-RECORD.
120700     MOVE WS-ACCOUNT-NO         TO DL100-LF-ACCOUNT-NO.
120800     MOVE DL100-LC-KIND         TO DL100-LF-KIND.
120900     MOVE DL100-LC-TRANS-TYPE   TO DL100-LF-TRANS-TYPE.
121000     MOVE DL100-RUN-DATE        TO DL100-LF-FILED-DATE.
121100     MOVE DL100-LC-FROM-DATE    TO DL100-LF-ITEM-DATE.
121200     MOVE DL100-LC-TRAN-KEY     TO DL100-LF-TRAN-KEY.
121300     MOVE DL100-LC-AMOUNT       TO DL100-LF-AMOUNT.
121400     PERFORM 3250-ADD-TO-FILED THRU 3250-EXIT.
121500 4000-EXIT.
121600     EXIT.
121700*
121800******************************************************************
121900* 4100-CHECK-FILED  -  LOOK FOR THE CANDIDATE IN HAND AMONG THE  *
122000*                      ACCOUNT'S FILED RECORDS.  A SINGLE ITEM   *
122100*                      MATCHES THE SAME ITEM FILED BEFORE; A     *
122200*                      SAME-DAY OR ROLLING CANDIDATE MATCHES ANY *
122300*                      SAME-DAY OR ROLLING RECORD FOR ITS        *
122400*                      TRANSACTION TYPE.  WS-FILED-ON IS THE     *
122500*                      MATCHING RECORD'S FILED DATE.             *
122600******************************************************************
122700 4100-CHECK-FILED.
122800     MOVE 'N' TO WS-FILED-SW.
122900     MOVE 0   TO WS-FILED-ON.
123000     PERFORM 4110-COMPARE-FILED THRU 4110-EXIT
123100         VARYING WS-FL-SUB FROM 1 BY 1
123200             UNTIL WS-FL-SUB > WS-FL-COUNT
123300                OR ALREADY-FILED.
123400 4100-EXIT.
123500     EXIT.
123600*
123700 4110-COMPARE-FILED.
123800     IF WS-FL-TRANS-TYPE (WS-FL-SUB) NOT = DL100-LC-TRANS-TYPE
123900         GO TO 4110-EXIT
124000     END-IF.
124100     IF DL100-LC-SINGLE
124200         IF FL-SINGLE (WS-FL-SUB)
124300          AND WS-FL-ITEM-DATE (WS-FL-SUB) = DL100-LC-FROM-DATE
124400          AND WS-FL-TRAN-KEY (WS-FL-SUB) = DL100-LC-TRAN-KEY
124500             SET ALREADY-FILED TO TRUE
124600         END-IF
124700     ELSE
124800         IF NOT FL-SINGLE (WS-FL-SUB)
124900             SET ALREADY-FILED TO TRUE
125000         END-IF
125100     END-IF.
125200     IF ALREADY-FILED
125300         MOVE WS-FL-FILED-DATE (WS-FL-SUB) TO WS-FILED-ON
125400     END-IF.
125500 4110-EXIT.
125600     EXIT.
125700*
125800******************************************************************
125900* 6000-WRITE-TOTALS  -  THE REVIEW REPORT'S CLOSING COUNTS.      *
126000******************************************************************
126100 6000-WRITE-TOTALS.
126200     IF WS-SINGLES-RAISED + WS-SAME-DAY-RAISED
126300      + WS-ROLLING-RAISED = 0
126400         MOVE 'NO CANDIDATES TONIGHT' TO WS-CM-TEXT
126500         MOVE WS-CSH-MESSAGE-LINE TO CSHRPT-REC
126600         WRITE CSHRPT-REC
126700     END-IF.
126800     MOVE SPACES TO WS-CM-TEXT.
126900     MOVE WS-CSH-MESSAGE-LINE TO CSHRPT-REC.
127000     WRITE CSHRPT-REC.
127100     MOVE 0 TO WS-CT-AMOUNT.
127200     MOVE 'TONIGHT''S DP/WD ITEMS'      TO WS-CT-LABEL.
127300     MOVE WS-TONIGHT-CASH               TO WS-CT-COUNT.
127400     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT.
127500     MOVE 'RECENT-GENERATION ITEMS IN THE WINDOW'
127600                                        TO WS-CT-LABEL.
127700     MOVE WS-RECENT-CASH                TO WS-CT-COUNT.
127800     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT.
127900     MOVE 'HISTORY ITEMS IN THE WINDOW' TO WS-CT-LABEL.
128000     MOVE WS-HISTORY-CASH               TO WS-CT-COUNT.
128100     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT.
128200     MOVE 'HISTORY ITEMS ALSO ON A GENERATION'
128300                                        TO WS-CT-LABEL.
128400     MOVE WS-HISTORY-ON-BOTH            TO WS-CT-COUNT.
128500     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT.
128600     MOVE 'ACCOUNTS REVIEWED FOR TOTALS' TO WS-CT-LABEL.
128700     MOVE WS-ACCOUNTS-REVIEWED          TO WS-CT-COUNT.
128800     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT.
128900     MOVE 'SINGLE-ITEM CANDIDATES'      TO WS-CT-LABEL.
129000     MOVE WS-SINGLES-RAISED             TO WS-CT-COUNT.
129100     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT.
129200     MOVE 'SAME-DAY CANDIDATES'         TO WS-CT-LABEL.
129300     MOVE WS-SAME-DAY-RAISED            TO WS-CT-COUNT.
129400     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT.
129500     MOVE 'ROLLING CANDIDATES'          TO WS-CT-LABEL.
129600     MOVE WS-ROLLING-RAISED             TO WS-CT-COUNT.
129700     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT.
129800     MOVE 'SUPPRESSED - ALREADY FILED'  TO WS-CT-LABEL.
129900     MOVE WS-SUPPRESSED                 TO WS-CT-COUNT.
130000     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT.
130100     MOVE 'SENT TO CSHCAND'             TO WS-CT-LABEL.
130200     MOVE WS-CANDIDATES-WRITTEN         TO WS-CT-COUNT.
130300     MOVE WS-CANDIDATE-TOTAL            TO WS-CT-AMOUNT.
130400     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT.
130500     MOVE 0 TO WS-CT-AMOUNT.
130600     MOVE 'FILED RECORDS READ'          TO WS-CT-LABEL.
130700     MOVE WS-FILED-READ                 TO WS-CT-COUNT.
130800     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT.
130900     MOVE 'FILED RECORDS DROPPED - OUT OF THE WINDOW'
131000                                        TO WS-CT-LABEL.
131100     MOVE WS-FILED-DROPPED              TO WS-CT-COUNT.
131200     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT.
131300     MOVE 'FILED RECORDS WRITTEN'       TO WS-CT-LABEL.
131400     MOVE WS-FILED-WRITTEN              TO WS-CT-COUNT.
131500     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT.
131600 6000-EXIT.
131700     EXIT.
131800*
131900 6100-WRITE-TOTAL-LINE.
132000     MOVE WS-CSH-TOTAL-LINE TO CSHRPT-REC.
132100     WRITE CSHRPT-REC.
132200 6100-EXIT.
132300     EXIT.
132400*
132500******************************************************************
132600* 7000-DATE-TO-DAYS  -  YYYYMMDD IN WS-D2D-DATE TO A DAY NUMBER  *
132700*                       IN WS-D2D-DAYS, BY THE STANDARD          *
132800*                       JULIAN-DAY ARITHMETIC.  EACH DIVISION    *
132900*                       SITS IN ITS OWN COMPUTE SO THE           *
133000*                       TRUNCATION THE METHOD DEPENDS ON HAPPENS *
133100*                       AT EVERY STEP.                           *
133200******************************************************************
133300 7000-DATE-TO-DAYS.
133400     DIVIDE WS-D2D-DATE BY 10000
133500         GIVING WS-D2D-YYYY REMAINDER WS-D2D-T1.
133600     DIVIDE WS-D2D-T1 BY 100
133700         GIVING WS-D2D-MM REMAINDER WS-D2D-DD.
133800     COMPUTE WS-D2D-A = (14 - WS-D2D-MM) / 12.
133900     COMPUTE WS-D2D-Y = WS-D2D-YYYY + 4800 - WS-D2D-A.
134000     COMPUTE WS-D2D-M = WS-D2D-MM + (12 * WS-D2D-A) - 3.
134100     COMPUTE WS-D2D-T1 = ((153 * WS-D2D-M) + 2) / 5.
134200     COMPUTE WS-D2D-T2 = WS-D2D-Y / 4.
134300     COMPUTE WS-D2D-T3 = WS-D2D-Y / 100.
134400     COMPUTE WS-D2D-T4 = WS-D2D-Y / 400.
134500     COMPUTE WS-D2D-DAYS = WS-D2D-DD + WS-D2D-T1
134600         + (365 * WS-D2D-Y) + WS-D2D-T2 - WS-D2D-T3
134700         + WS-D2D-T4 - 32045.
134800 7000-EXIT.
134900     EXIT.
135000*
135100******************************************************************
135200* 7100-DAYS-TO-DATE  -  THE INVERSE OF 7000 - THE DAY NUMBER IN  *
135300*                       WS-D2D-DAYS TO YYYYMMDD IN WS-D2D-DATE.  *
135400*                       AGAIN EACH DIVISION SITS IN ITS OWN      *
135500*                       COMPUTE.                                 *
135600******************************************************************
135700 7100-DAYS-TO-DATE.
135800     COMPUTE WS-D2D-T1 = WS-D2D-DAYS + 32044.
135900     COMPUTE WS-D2D-B  = ((4 * WS-D2D-T1) + 3) / 146097.
136000     COMPUTE WS-D2D-T3 = (146097 * WS-D2D-B) / 4.
136100     COMPUTE WS-D2D-T2 = WS-D2D-T1 - WS-D2D-T3.
136200     COMPUTE WS-D2D-D  = ((4 * WS-D2D-T2) + 3) / 1461.
136300     COMPUTE WS-D2D-T3 = (1461 * WS-D2D-D) / 4.
136400     COMPUTE WS-D2D-T4 = WS-D2D-T2 - WS-D2D-T3.
136500     COMPUTE WS-D2D-M  = ((5 * WS-D2D-T4) + 2) / 153.
136600     COMPUTE WS-D2D-T3 = ((153 * WS-D2D-M) + 2) / 5.
136700     COMPUTE WS-D2D-DD = WS-D2D-T4 - WS-D2D-T3 + 1.
136800     COMPUTE WS-D2D-T3 = WS-D2D-M / 10.
136900     COMPUTE WS-D2D-MM = WS-D2D-M + 3 - (12 * WS-D2D-T3).
137000     COMPUTE WS-D2D-YYYY = (100 * WS-D2D-B) + WS-D2D-D
137100         - 4800 + WS-D2D-T3.
137200     COMPUTE WS-D2D-DATE = (WS-D2D-YYYY * 10000)
137300         + (WS-D2D-MM * 100) + WS-D2D-DD.
137400 7100-EXIT.
137500     EXIT.
137600*
137700******************************************************************
137800* 8500-WRITE-AUDIT  -  APPEND ONE AUDIT-TRAIL RECORD FOR THIS    *
137900*                      RUN                                       *
138000******************************************************************
138100 8500-WRITE-AUDIT.
138200     OPEN EXTEND AUDTRL.
138300     IF NOT AUDTRL-OK
138400         DISPLAY 'HELLO27 - UNABLE TO OPEN AUDTRL, STATUS = '
138500             WS-AUDTRL-STATUS
138600         GO TO 8500-EXIT
138700     END-IF.
138800     MOVE SPACES               TO DL100-AUDIT-RECORD.
138900     MOVE DL100-JOB-NAME       TO DL100-AU-JOB-NAME.
139000     MOVE DL100-RUN-DATE       TO DL100-AU-RUN-DATE.
139100     MOVE DL100-RUN-TIME       TO DL100-AU-RUN-TIME.
139200     MOVE WS-RUN-START-DATE    TO DL100-AU-START-DATE.
139300     MOVE WS-RUN-START-TIME    TO DL100-AU-START-TIME.
139400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
139500     ACCEPT WS-CURRENT-TIME FROM TIME.
139600     MOVE WS-CURRENT-DATE      TO DL100-AU-END-DATE.
139700     MOVE WS-CURRENT-TIME      TO DL100-AU-END-TIME.
139800     MOVE WS-TRANOUT-READ      TO DL100-AU-RECORDS-READ.
139900     MOVE WS-CANDIDATES-WRITTEN TO DL100-AU-RECORDS-WRITTEN.
140000     MOVE DL100-RETURN-CODE    TO DL100-AU-RETURN-CODE.
140100     MOVE DL100-AUDIT-RECORD   TO AUDTRL-REC.
140200     WRITE AUDTRL-REC.
140300     CLOSE AUDTRL.
140400 8500-EXIT.
140500     EXIT.
140600*
140700******************************************************************
140800* 9100-WRITE-STATUS  -  THE SINGLE FIXED-FORMAT STATUS RECORD    *
140900*                       THE SCHEDULER AND THE NIGHT-STATUS STEP  *
141000*                       TEST.  ITS SUSPENDED COUNT IS THE        *
141100*                       CANDIDATES SUPPRESSED AND ITS AMOUNT THE *
141200*                       TOTAL SENT.  WRITTEN FROM 9999 SO EVEN   *
141300*                       AN ABORTED RUN LEAVES A FAIL VERDICT     *
141400*                       BEHIND.                                  *
141500******************************************************************
141600 9100-WRITE-STATUS.
141700     OPEN OUTPUT STATOUT.
141800     IF NOT STATOUT-OK
141900         DISPLAY 'HELLO27 - UNABLE TO OPEN STATOUT, STATUS = '
142000             WS-STATOUT-STATUS
142100         GO TO 9100-EXIT
142200     END-IF.
142300     MOVE SPACES                 TO DL100-STATUS-RECORD.
142400     MOVE DL100-JOB-NAME         TO DL100-SR-JOB-NAME.
142500     MOVE DL100-RUN-DATE         TO DL100-SR-RUN-DATE.
142600     MOVE WS-TRANOUT-READ        TO DL100-SR-RECORDS-READ.
142700     MOVE WS-CANDIDATES-WRITTEN  TO DL100-SR-RECORDS-WRITTEN.
142800     MOVE WS-SUPPRESSED          TO DL100-SR-RECORDS-SUSPENDED.
142900     MOVE WS-CANDIDATE-TOTAL     TO DL100-SR-AMOUNT-TOTAL.
143000     MOVE DL100-RETURN-CODE      TO DL100-SR-RETURN-CODE.
143100     IF DL100-RETURN-CODE = 0
143200         SET DL100-SR-PASSED TO TRUE
143300     ELSE
143400         SET DL100-SR-FAILED TO TRUE
143500     END-IF.
143600     MOVE DL100-STATUS-RECORD    TO STATOUT-REC.
143700     WRITE STATOUT-REC.
143800     CLOSE STATOUT.
143900 9100-EXIT.
144000     EXIT.
144100*
144200******************************************************************
144300* 9999-TERMINATE  -  WRITE THE STATUS RECORD, CLOSE THE FILES,   *
144400*                    REPORT COUNTS AND SET THE STEP RETURN CODE. *
144500******************************************************************
144600 9999-TERMINATE.
144700     PERFORM 9100-WRITE-STATUS THRU 9100-EXIT.
144800     IF TRANHIST-OPEN
144810         CLOSE TRANHIST
144820     END-IF.
144830     IF CSHFIN-OPEN
144840         CLOSE CSHFIN
144850     END-IF.
144860     IF CSHFOUT-OPEN
144870         CLOSE CSHFOUT
144880     END-IF.
144890     IF CSHCAND-OPEN
144900         CLOSE CSHCAND
144910     END-IF.
144920     IF CSHRPT-OPEN
144930         CLOSE CSHRPT
144940     END-IF.
145500     DISPLAY 'HELLO27 - TRANOUT RECORDS READ = ' WS-TRANOUT-READ.
145600     DISPLAY 'HELLO27 - SINGLE CANDIDATES    = '
145700         WS-SINGLES-RAISED.
145800     DISPLAY 'HELLO27 - SAME-DAY CANDIDATES  = '
145900         WS-SAME-DAY-RAISED.
146000     DISPLAY 'HELLO27 - ROLLING CANDIDATES   = '
146100         WS-ROLLING-RAISED.
146200     DISPLAY 'HELLO27 - SUPPRESSED           = ' WS-SUPPRESSED.
146300     DISPLAY 'HELLO27 - SENT TO CSHCAND      = '
146400         WS-CANDIDATES-WRITTEN.
146500     DISPLAY 'HELLO27 - FINAL RETURN CODE    = '
146600         DL100-RETURN-CODE.
146700     MOVE DL100-RETURN-CODE TO RETURN-CODE.
146800     DISPLAY 'HELLO27 - LARGE-CASH MONITOR COMPLETE'.
146900 9999-EXIT.
147000     EXIT.
