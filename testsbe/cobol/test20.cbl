000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID.  HELLO20                                       *
000400*                                                                *
000500*    DORMANT-ACCOUNT DETECTION AND BLOCK FEED.                   *
000600*                                                                *
000700*    OPEN ACCOUNTS WHOSE LAST ACTIVITY IS YEARS OLD SIT ON THE   *
000800*    MASTER AS OPEN, KEEP TAKING SERVICE FEES FROM THE ACCRUAL   *
000900*    RUN AND ARE NEVER REVIEWED FOR UNCLAIMED-PROPERTY           *
001000*    REPORTING.  THIS PERIODIC STEP READS THE ACCOUNT MASTER IN  *
001100*    KEY ORDER, MATCHED AGAINST THE LAST GENERATION OF ITS OWN   *
001200*    DORMANCY REGISTER (DORMREC), AND CLASSIFIES EVERY OPEN      *
001300*    ACCOUNT BY WHOLE MONTHS SINCE ITS LAST CUSTOMER ACTIVITY    *
001400*    AGAINST THREE OPERATOR THRESHOLDS - DORMANT, BLOCK AND      *
001410*    ESCHEAT.                                                    *
001500*                                                                *
001600*    AN ACCOUNT PAST THE BLOCK THRESHOLD GETS A BK MAINTENANCE   *
001700*    TRANSACTION IN TRANREC FORMAT UNDER SOURCE CODE DORM, WITH  *
001800*    A MATCHING CTLREC CONTROL RECORD, SO THE BLOCK GOES         *
001900*    THROUGH THE NEXT EXTRACT RUN'S EDITS AND THE POSTING STEP   *
002000*    LIKE ANY OTHER UPSTREAM FEED.  SEQUENCE NUMBERS RUN FROM 1  *
002100*    WITH NO GAPS, SO THE CONTINUITY CHECK SEES A CLEAN FEED.    *
002200*                                                                *
002300*    CUSTOMER ACTIVITY IS THE ACCOUNT'S LATEST ITEM ON THE       *
002305*    TRANSACTION HISTORY (TRANHIST) FROM ANY SOURCE BUT THE      *
002310*    SYSTEM FEEDS - ACRL (INTEREST AND FEES), NSFF (NSF FEES),   *
002315*    DORM (THIS STEP'S OWN BLOCKS) AND MADJ (ADJUSTMENTS).  THE  *
002320*    MASTER'S LAST-ACTIVITY DATE MOVES WITH EVERY POSTING, THOSE *
002325*    INCLUDED, SO IT CANNOT SAY WHEN THE CUSTOMER LAST DID       *
002330*    ANYTHING.  THE REGISTER CARRIES THE INACTIVE-SINCE DATE AND *
002335*    THE BLOCK DATE FORWARD; A CUSTOMER ITEM DATED PAST THE      *
002340*    REGISTER'S INACTIVE-SINCE DATE REACTIVATES THE ACCOUNT,     *
002345*    WHICH LEAVES THE REGISTER.                                  *
002900*                                                                *
003000*    OUTPUTS - THE FULL REGISTER (DORMRPT), THE NEXT REGISTER    *
003100*    GENERATION (DORMOUT), AND THREE CONTACT LISTS FOR BRANCH    *
003200*    STAFF - ACCOUNTS NEWLY DORMANT SINCE THE LAST RUN           *
003300*    (NEWDRPT), ACCOUNTS DUE FOR ESCHEATMENT (ESCHRPT) AND       *
003400*    DORMANT ACCOUNTS WITH CUSTOMER ACTIVITY THIS CYCLE          *
003410*    (REACRPT).                                                  *
003500*                                                                *
003600*    MODIFICATION HISTORY                                       *
003700*    DATE       BY    DESCRIPTION                                *
003800*    ---------- ----- -------------------------------------      *
003900*    2026-10-15 DLM   ORIGINAL.                                  *
004000*                                                                *
004100******************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID.    HELLO20.
004400 AUTHOR.        D L MERCER.
004500 INSTALLATION.  DAILY BATCH SUITE.
004600 DATE-WRITTEN.  2026-10-15.
004700 DATE-COMPILED.
004800 ENVIRONMENT    DIVISION.
004900 INPUT-OUTPUT   SECTION.
005000 FILE-CONTROL.
005100     SELECT ACCTMST ASSIGN TO ACCTMST
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE  IS SEQUENTIAL
005400         RECORD KEY   IS DL100-AC-ACCOUNT-NO
005500         FILE STATUS  IS WS-ACCTMST-STATUS.
005600*    DORMIN IS THE LAST RUN'S REGISTER AND DORMOUT THE NEXT
005700*    GENERATION, BOTH IN ACCOUNT ORDER.  THE FIRST RUN HAS NO
005800*    REGISTER TO READ, SO DORMIN IS OPTIONAL.
005900     SELECT OPTIONAL DORMIN ASSIGN TO DORMIN
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-DORMIN-STATUS.
006200     SELECT DORMOUT ASSIGN TO DORMOUT
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-DORMOUT-STATUS.
006410*    TRANHIST IS THE KEYED TRANSACTION HISTORY, READ ONE
006420*    ACCOUNT AT A TIME FOR ITS LAST CUSTOMER ITEM - SEE 2320.
006430     SELECT TRANHIST ASSIGN TO TRANHIST
006440         ORGANIZATION IS INDEXED
006450         ACCESS MODE  IS DYNAMIC
006460         RECORD KEY   IS DL100-TH-KEY
006470         FILE STATUS  IS WS-TRANHIST-STATUS.
006500*    TRANOUT IS THE BLOCK FEED THE NEXT EXTRACT RUN READS -
006600*    TRANREC RECORDS UNDER SOURCE CODE DORM.  CTLOUT IS THAT
006700*    FEED'S OWN CONTROL RECORD.
006800     SELECT TRANOUT ASSIGN TO TRANOUT
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-TRANOUT-STATUS.
007100     SELECT CTLOUT  ASSIGN TO CTLOUT
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-CTLOUT-STATUS.
007400     SELECT DORMRPT ASSIGN TO DORMRPT
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-DORMRPT-STATUS.
007700     SELECT NEWDRPT ASSIGN TO NEWDRPT
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-NEWDRPT-STATUS.
008000     SELECT ESCHRPT ASSIGN TO ESCHRPT
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-ESCHRPT-STATUS.
008300     SELECT REACRPT ASSIGN TO REACRPT
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-REACRPT-STATUS.
008600     SELECT AUDTRL  ASSIGN TO AUDTRL
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-AUDTRL-STATUS.
008900     SELECT STATOUT ASSIGN TO STATOUT
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-STATOUT-STATUS.
009200*    PARMCRD CARRIES THE RUN'S KEYWORD=VALUE CONTROL CARDS -
009300*    SEE 1050-LOAD-CONTROL-CARDS.
009400     SELECT OPTIONAL PARMCRD ASSIGN TO PARMCRD
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-PARMCRD-STATUS.
009700 DATA           DIVISION.
009800 FILE           SECTION.
009900 FD  ACCTMST
010000     RECORD CONTAINS 80 CHARACTERS.
010100*
010200     COPY ACCTREC.
010300*
010400 FD  DORMIN
010500     RECORDING MODE IS F.
010600 01  DORMIN-REC                     PIC X(80).
010700 FD  DORMOUT
010800     RECORDING MODE IS F.
010900 01  DORMOUT-REC                    PIC X(80).
010910 FD  TRANHIST
010920     RECORD CONTAINS 80 CHARACTERS.
010930*
010940     COPY TRNHREC.
010950*
011000 FD  TRANOUT
011100     RECORDING MODE IS F.
011200 01  TRANOUT-REC                    PIC X(80).
011300 FD  CTLOUT
011400     RECORDING MODE IS F.
011500 01  CTLOUT-REC                     PIC X(80).
011600 FD  DORMRPT
011700     RECORDING MODE IS F.
011800 01  DORMRPT-REC                    PIC X(80).
011900 FD  NEWDRPT
012000     RECORDING MODE IS F.
012100 01  NEWDRPT-REC                    PIC X(80).
012200 FD  ESCHRPT
012300     RECORDING MODE IS F.
012400 01  ESCHRPT-REC                    PIC X(80).
012500 FD  REACRPT
012600     RECORDING MODE IS F.
012700 01  REACRPT-REC                    PIC X(80).
012800 FD  AUDTRL
012900     RECORDING MODE IS F.
013000 01  AUDTRL-REC                     PIC X(80).
013100 FD  STATOUT
013200     RECORDING MODE IS F.
013300 01  STATOUT-REC                    PIC X(80).
013400 FD  PARMCRD
013500     RECORDING MODE IS F.
013600 01  PARMCRD-REC                    PIC X(80).
013700 WORKING-STORAGE SECTION.
013800*
013900     COPY COPY1.
014000*
014100 01  WS-DATE-TIME.
014200     05  WS-CURRENT-DATE            PIC 9(8).
014300     05  WS-CURRENT-TIME            PIC 9(8).
014400 01  WS-FILE-STATUSES.
014500     05  WS-ACCTMST-STATUS          PIC XX       VALUE '00'.
014600         88  ACCTMST-OK                          VALUE '00' '05'.
014700         88  ACCTMST-EOF                         VALUE '10'.
014800     05  WS-DORMIN-STATUS           PIC XX       VALUE '00'.
014900         88  DORMIN-OK                           VALUE '00' '05'.
015000         88  DORMIN-EOF                          VALUE '10'.
015010     05  WS-TRANHIST-STATUS         PIC XX       VALUE '00'.
015020         88  TRANHIST-OK                         VALUE '00' '02'.
015100     05  WS-DORMOUT-STATUS          PIC XX       VALUE '00'.
015200         88  DORMOUT-OK                          VALUE '00'.
015300     05  WS-TRANOUT-STATUS          PIC XX       VALUE '00'.
015400         88  TRANOUT-OK                          VALUE '00'.
015500     05  WS-CTLOUT-STATUS           PIC XX       VALUE '00'.
015600         88  CTLOUT-OK                           VALUE '00'.
015700     05  WS-DORMRPT-STATUS          PIC XX       VALUE '00'.
015800         88  DORMRPT-OK                          VALUE '00'.
015900     05  WS-NEWDRPT-STATUS          PIC XX       VALUE '00'.
016000         88  NEWDRPT-OK                          VALUE '00'.
016100     05  WS-ESCHRPT-STATUS          PIC XX       VALUE '00'.
016200         88  ESCHRPT-OK                          VALUE '00'.
016300     05  WS-REACRPT-STATUS          PIC XX       VALUE '00'.
016400         88  REACRPT-OK                          VALUE '00'.
016500     05  WS-AUDTRL-STATUS           PIC XX       VALUE '00'.
016600         88  AUDTRL-OK                           VALUE '00'.
016700     05  WS-STATOUT-STATUS          PIC XX       VALUE '00'.
016800         88  STATOUT-OK                          VALUE '00'.
016900     05  WS-PARMCRD-STATUS          PIC XX       VALUE '00'.
017000         88  PARMCRD-OK                          VALUE '00'.
017100         88  PARMCRD-EOF                         VALUE '10'.
017200*
017300 01  WS-SWITCHES.
017400     05  WS-ACCTMST-EOF-SW          PIC X        VALUE 'N'.
017500         88  ACCTMST-AT-EOF                      VALUE 'Y'.
017600     05  WS-DORMIN-EOF-SW           PIC X        VALUE 'N'.
017700         88  DORMIN-AT-EOF                       VALUE 'Y'.
017710     05  WS-HISTORY-SW              PIC X        VALUE 'N'.
017720         88  HISTORY-DONE                        VALUE 'Y'.
017730     05  WS-CUSTOMER-SW             PIC X        VALUE 'N'.
017740         88  CUSTOMER-ITEM-FOUND                 VALUE 'Y'.
017800     05  WS-REGISTER-SW             PIC X        VALUE 'N'.
017900         88  ON-OLD-REGISTER                     VALUE 'Y'.
018000     05  WS-ESCHEAT-NEW-SW          PIC X        VALUE 'N'.
018100         88  ESCHEAT-NEW-THIS-RUN                VALUE 'Y'.
018200     05  WS-ABORT-SW                PIC X        VALUE 'N'.
018300         88  ABORT-RUN                           VALUE 'Y'.
018400*
018500 01  WS-COUNTERS                    COMP.
018600     05  WS-ACCOUNTS-READ           PIC 9(9)     VALUE 0.
018700     05  WS-ACCOUNTS-SKIPPED        PIC 9(9)     VALUE 0.
018800     05  WS-ACCOUNTS-UNUSABLE       PIC 9(9)     VALUE 0.
018900     05  WS-ACCOUNTS-ACTIVE         PIC 9(9)     VALUE 0.
019000     05  WS-REGISTER-READ           PIC 9(9)     VALUE 0.
019100     05  WS-REGISTER-WRITTEN        PIC 9(9)     VALUE 0.
019200     05  WS-REGISTER-DROPPED        PIC 9(9)     VALUE 0.
019300     05  WS-NEWLY-DORMANT           PIC 9(9)     VALUE 0.
019400     05  WS-BLOCKS-WRITTEN          PIC 9(9)     VALUE 0.
019500     05  WS-BLOCKS-OUTSTANDING      PIC 9(9)     VALUE 0.
019600     05  WS-ESCHEAT-DUE             PIC 9(9)     VALUE 0.
019700     05  WS-REACTIVATED             PIC 9(9)     VALUE 0.
019710     05  WS-HISTORY-BEHIND          PIC 9(9)     VALUE 0.
019800     05  WS-RECORDS-WRITTEN         PIC 9(9)     VALUE 0.
019900*
020000*    THE THRESHOLDS IN FORCE, IN WHOLE MONTHS SINCE LAST
020100*    CUSTOMER ACTIVITY.  THE DEFAULTS ARE THE STANDING POLICY;
020200*    THE DORMANT, BLOCK AND ESCHEAT CARDS OVERRIDE THEM AND MUST
020300*    STAY IN THAT ORDER (SEE 1070-CHECK-THRESHOLDS).
020400 01  WS-DORMANCY-WORK.
020500     05  WS-DORMANT-MONTHS          PIC 9(04)       VALUE 12.
020600     05  WS-BLOCK-MONTHS            PIC 9(04)       VALUE 24.
020700     05  WS-ESCHEAT-MONTHS          PIC 9(04)       VALUE 60.
020800     05  WS-MONTHS-INACTIVE         PIC S9(05)      VALUE 0.
020900     05  WS-NEXT-SEQUENCE           PIC 9(08)       VALUE 0.
021000     05  WS-TOTAL-AMOUNT            PIC S9(11)V99   VALUE 0.
021100     05  WS-REGISTER-BALANCE        PIC S9(13)V99   VALUE 0.
021200     05  WS-ESCHEAT-BALANCE         PIC S9(13)V99   VALUE 0.
021300     05  WS-ACTION                  PIC X(20)       VALUE SPACES.
021310*
021320*    THE ACCOUNT IN HAND'S LAST CUSTOMER ITEM AND THE FIRST AND
021330*    LAST ITEMS OF ANY SOURCE ON ITS HISTORY - SEE 2320.  THE
021340*    SYSTEM SOURCES POST WITHOUT THE CUSTOMER DOING ANYTHING.
021350 01  WS-HISTORY-WORK.
021360     05  WS-CUSTOMER-DATE           PIC 9(08)       VALUE 0.
021370     05  WS-FIRST-ITEM-DATE         PIC 9(08)       VALUE 0.
021380     05  WS-LAST-ITEM-DATE          PIC 9(08)       VALUE 0.
021390     05  WS-HISTORY-SOURCE          PIC X(04)       VALUE SPACES.
021395         88  SYSTEM-SOURCE                VALUE 'ACRL' 'NSFF'
021397                                          'DORM' 'MADJ'.
021400*
021500*    THE RUN DATE AND THE INACTIVE-SINCE DATE OF THE ACCOUNT IN
021600*    HAND, SPLIT FOR THE MONTH ARITHMETIC IN 2400.
021700 01  WS-RUN-DATE-N                  PIC 9(08)    VALUE 0.
021800 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-N.
021900     05  WS-RUN-YEAR                PIC 9(04).
022000     05  WS-RUN-MONTH               PIC 9(02).
022100     05  WS-RUN-DAY                 PIC 9(02).
022200 01  WS-SINCE-DATE-N                PIC 9(08)    VALUE 0.
022300 01  WS-SINCE-DATE-PARTS REDEFINES WS-SINCE-DATE-N.
022400     05  WS-SINCE-YEAR              PIC 9(04).
022500     05  WS-SINCE-MONTH             PIC 9(02).
022600     05  WS-SINCE-DAY               PIC 9(02).
022700*
022800*    MATCH KEYS FOR THE MASTER/REGISTER MERGE.  EACH IS SET TO
022900*    HIGH-VALUES AT END OF FILE SO THE OTHER SIDE DRAINS.
023000 01  WS-MATCH-KEYS.
023100     05  WS-MASTER-KEY              PIC X(10)    VALUE SPACES.
023200     05  WS-REGISTER-KEY            PIC X(10)    VALUE SPACES.
023300*
023400*    CONTROL-CARD PARSE WORK AREA - SEE 1050-LOAD-CONTROL-CARDS.
023500 01  WS-CARD-WORK.
023600     05  WS-CC-KEYWORD              PIC X(16)    VALUE SPACES.
023700     05  WS-CC-VALUE                PIC X(20)    VALUE SPACES.
023800     05  WS-CC-NUMERIC              PIC 9(09)    VALUE 0   COMP.
023900     05  WS-CC-DIGIT                PIC 9(01)    VALUE 0.
024000     05  WS-CC-SUB                  PIC 9(02)    VALUE 0   COMP.
024100     05  WS-CC-SCAN-SW              PIC X(01)    VALUE SPACE.
024200         88  CC-VALUE-ENDED                      VALUE 'E'.
024300         88  CC-VALUE-BAD                        VALUE 'B'.
024400*
024500     COPY DORMREC.
024600*
024700     COPY TRANREC.
024800*
024900     COPY CTLREC.
025000*
025100     COPY AUDTREC.
025200*
025300     COPY STATREC.
025400*
025500 01  WS-AUDIT-TIMESTAMPS.
025600     05  WS-RUN-START-DATE          PIC 9(08)    VALUE 0.
025700     05  WS-RUN-START-TIME          PIC 9(08)    VALUE 0.
025800*
025900 01  WS-DRM-HEADING-1.
026000     05  FILLER                     PIC X(01)    VALUE SPACE.
026100     05  FILLER                     PIC X(38)    VALUE
026200         'HELLO20 DORMANCY REGISTER - RUN DATE'.
026300     05  WS-DH-RUN-DATE             PIC X(08)    VALUE SPACES.
026400     05  FILLER                     PIC X(33)    VALUE SPACES.
026500 01  WS-DRM-HEADING-2.
026600     05  FILLER                     PIC X(01)    VALUE SPACE.
026700     05  FILLER                     PIC X(18)    VALUE
026800         'THRESHOLDS DORMANT'.
026900     05  WS-DH-DORMANT              PIC Z(03)9.
027000     05  FILLER                     PIC X(07)    VALUE '  BLOCK'.
027100     05  WS-DH-BLOCK                PIC Z(03)9.
027200     05  FILLER                     PIC X(09)    VALUE
027250         '  ESCHEAT'.
027300     05  WS-DH-ESCHEAT              PIC Z(03)9.
027400     05  FILLER                     PIC X(07)    VALUE ' MONTHS'.
027500     05  FILLER                     PIC X(26)    VALUE SPACES.
027600 01  WS-DRM-HEADING-3.
027700     05  FILLER                     PIC X(01)    VALUE SPACE.
027800     05  FILLER                     PIC X(39)    VALUE
027900         'ACCOUNT    INACTIVE MONTHS CLASS       '.
028000     05  FILLER                     PIC X(40)    VALUE
028100         '     BALANCE  ACTION'.
028200 01  WS-DRM-DETAIL.
028300     05  FILLER                     PIC X(01)    VALUE SPACE.
028400     05  WS-DD-ACCOUNT-NO           PIC X(10)    VALUE SPACES.
028500     05  FILLER                     PIC X(01)    VALUE SPACE.
028600     05  WS-DD-SINCE                PIC X(08)    VALUE SPACES.
028700     05  FILLER                     PIC X(02)    VALUE SPACES.
028800     05  WS-DD-MONTHS               PIC Z(03)9.
028900     05  FILLER                     PIC X(01)    VALUE SPACE.
029000     05  WS-DD-CLASS                PIC X(07)    VALUE SPACES.
029100     05  FILLER                     PIC X(01)    VALUE SPACE.
029200     05  WS-DD-BALANCE              PIC -Z(10)9.99.
029300     05  FILLER                     PIC X(02)    VALUE SPACES.
029400     05  WS-DD-ACTION               PIC X(20)    VALUE SPACES.
029500     05  FILLER                     PIC X(08)    VALUE SPACES.
029600*
029700*    THE THREE CONTACT LISTS SHARE ONE LAYOUT - ONLY THE TITLE
029800*    AND THE NOTE COLUMN DIFFER.
029900 01  WS-LST-HEADING-1.
030000     05  FILLER                     PIC X(01)    VALUE SPACE.
030100     05  FILLER                     PIC X(08)    VALUE 'HELLO20 '.
030200     05  WS-LH-TITLE                PIC X(30)    VALUE SPACES.
030300     05  FILLER                     PIC X(11)    VALUE
030400         ' RUN DATE '.
030500     05  WS-LH-RUN-DATE             PIC X(08)    VALUE SPACES.
030600     05  FILLER                     PIC X(22)    VALUE SPACES.
030700 01  WS-LST-HEADING-2.
030800     05  FILLER                     PIC X(01)    VALUE SPACE.
030900     05  FILLER                     PIC X(39)    VALUE
031000         'ACCOUNT    INACTIVE MONTHS STATUS      '.
031100     05  FILLER                     PIC X(40)    VALUE
031200         '     BALANCE  NOTE'.
031300 01  WS-LST-DETAIL.
031400     05  FILLER                     PIC X(01)    VALUE SPACE.
031500     05  WS-LD-ACCOUNT-NO           PIC X(10)    VALUE SPACES.
031600     05  FILLER                     PIC X(01)    VALUE SPACE.
031700     05  WS-LD-SINCE                PIC X(08)    VALUE SPACES.
031800     05  FILLER                     PIC X(02)    VALUE SPACES.
031900     05  WS-LD-MONTHS               PIC Z(03)9.
032000     05  FILLER                     PIC X(01)    VALUE SPACE.
032100     05  WS-LD-STATUS               PIC X(07)    VALUE SPACES.
032200     05  FILLER                     PIC X(01)    VALUE SPACE.
032300     05  WS-LD-BALANCE              PIC -Z(10)9.99.
032400     05  FILLER                     PIC X(02)    VALUE SPACES.
032500     05  WS-LD-NOTE                 PIC X(20)    VALUE SPACES.
032600     05  FILLER                     PIC X(08)    VALUE SPACES.
032700 01  WS-LST-TRAILER.
032800     05  FILLER                     PIC X(01)    VALUE SPACE.
032900     05  WS-LT-LABEL                PIC X(26)    VALUE SPACES.
033000     05  WS-LT-COUNT                PIC Z(08)9.
033100     05  FILLER                     PIC X(44)    VALUE SPACES.
033200*
033300 01  WS-DRM-TRAILER-1.
033400     05  FILLER                     PIC X(01)    VALUE SPACE.
033500     05  FILLER                     PIC X(26)    VALUE
033600         'ACCOUNTS READ           ='.
033700     05  WS-DT-READ                 PIC Z(08)9.
033800     05  FILLER                     PIC X(44)    VALUE SPACES.
033900 01  WS-DRM-TRAILER-2.
034000     05  FILLER                     PIC X(01)    VALUE SPACE.
034100     05  FILLER                     PIC X(26)    VALUE
034200         'ACCOUNTS ON REGISTER    ='.
034300     05  WS-DT-REGISTER             PIC Z(08)9.
034400     05  FILLER                     PIC X(44)    VALUE SPACES.
034500 01  WS-DRM-TRAILER-3.
034600     05  FILLER                     PIC X(01)    VALUE SPACE.
034700     05  FILLER                     PIC X(26)    VALUE
034800         'NEWLY DORMANT           ='.
034900     05  WS-DT-NEWLY                PIC Z(08)9.
035000     05  FILLER                     PIC X(44)    VALUE SPACES.
035100 01  WS-DRM-TRAILER-4.
035200     05  FILLER                     PIC X(01)    VALUE SPACE.
035300     05  FILLER                     PIC X(26)    VALUE
035400         'BLOCKS ISSUED (TO FEED) ='.
035500     05  WS-DT-BLOCKS               PIC Z(08)9.
035600     05  FILLER                     PIC X(44)    VALUE SPACES.
035700 01  WS-DRM-TRAILER-5.
035800     05  FILLER                     PIC X(01)    VALUE SPACE.
035900     05  FILLER                     PIC X(26)    VALUE
036000         'BLOCKS NOT YET POSTED   ='.
036100     05  WS-DT-OUTSTANDING          PIC Z(08)9.
036200     05  FILLER                     PIC X(44)    VALUE SPACES.
036300 01  WS-DRM-TRAILER-6.
036400     05  FILLER                     PIC X(01)    VALUE SPACE.
036500     05  FILLER                     PIC X(26)    VALUE
036600         'DUE FOR ESCHEATMENT     ='.
036700     05  WS-DT-ESCHEAT              PIC Z(08)9.
036800     05  FILLER                     PIC X(44)    VALUE SPACES.
036900 01  WS-DRM-TRAILER-7.
037000     05  FILLER                     PIC X(01)    VALUE SPACE.
037100     05  FILLER                     PIC X(26)    VALUE
037200         'REACTIVATED THIS CYCLE  ='.
037300     05  WS-DT-REACTIVATED          PIC Z(08)9.
037400     05  FILLER                     PIC X(44)    VALUE SPACES.
037500 01  WS-DRM-TRAILER-8.
037600     05  FILLER                     PIC X(01)    VALUE SPACE.
037700     05  FILLER                     PIC X(26)    VALUE
037800         'REGISTER BALANCE        ='.
037900     05  WS-DT-REG-BALANCE          PIC -Z(12)9.99.
038000     05  FILLER                     PIC X(36)    VALUE SPACES.
038100 01  WS-DRM-TRAILER-9.
038200     05  FILLER                     PIC X(01)    VALUE SPACE.
038300     05  FILLER                     PIC X(26)    VALUE
038400         'ESCHEATABLE BALANCE     ='.
038500     05  WS-DT-ESC-BALANCE          PIC -Z(12)9.99.
038600     05  FILLER                     PIC X(36)    VALUE SPACES.
038700*
038800 LINKAGE        SECTION.
038900*
039000 01  LS-PARM-AREA.
039100     05  LS-PARM-LEN                PIC S9(4) COMP.
039200     05  LS-PARM-DATA.
039300         10  LS-PARM-OPERATOR-ID    PIC X(08).
039400         10  LS-PARM-RUN-MODE       PIC X(06).
039500 PROCEDURE      DIVISION USING LS-PARM-AREA.
039600*
039700 0000-MAINLINE.
039800     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
039900     IF NOT ABORT-RUN
040000         PERFORM 2000-CLASSIFY-MASTER  THRU 2000-EXIT
040100         PERFORM 8000-REGISTER-SUMMARY THRU 8000-EXIT
040200         PERFORM 8300-WRITE-FEED-TOTALS THRU 8300-EXIT
040300     END-IF.
040400     PERFORM 8500-WRITE-AUDIT      THRU 8500-EXIT.
040500     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
040600     GOBACK.
040700*
040800******************************************************************
040900* 1000-INITIALIZE  -  BUILD THE JOB BANNER, APPLY THE CONTROL    *
041000*                     CARDS AND OPEN EVERY FILE.                 *
041100******************************************************************
041200 1000-INITIALIZE.
041300     MOVE 'HELLO20'         TO DL100-JOB-NAME.
041400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
041500     ACCEPT WS-CURRENT-TIME FROM TIME.
041600     MOVE WS-CURRENT-DATE   TO DL100-RUN-DATE.
041700     MOVE WS-CURRENT-TIME   TO DL100-RUN-TIME.
041800     MOVE WS-CURRENT-DATE   TO WS-RUN-START-DATE.
041900     MOVE WS-CURRENT-TIME   TO WS-RUN-START-TIME.
042000     MOVE WS-CURRENT-DATE   TO WS-RUN-DATE-N.
042100     MOVE SPACES            TO DL100-OPERATOR-ID.
042200     IF LS-PARM-LEN >= 8
042300         MOVE LS-PARM-OPERATOR-ID TO DL100-OPERATOR-ID
042400     END-IF.
042500     MOVE 0                 TO DL100-RETURN-CODE.
042600     DISPLAY DL100-JOB-HEADER.
042700     PERFORM 1050-LOAD-CONTROL-CARDS THRU 1050-EXIT.
042800     IF ABORT-RUN
042900         GO TO 1000-EXIT
043000     END-IF.
043100     PERFORM 1070-CHECK-THRESHOLDS THRU 1070-EXIT.
043200     IF ABORT-RUN
043300         GO TO 1000-EXIT
043400     END-IF.
043500     OPEN INPUT ACCTMST.
043600     IF NOT ACCTMST-OK
043700         DISPLAY 'HELLO20 - UNABLE TO OPEN ACCTMST, STATUS = '
043800             WS-ACCTMST-STATUS
043900         SET ABORT-RUN TO TRUE
044000         MOVE 0020 TO DL100-RETURN-CODE
044100         GO TO 1000-EXIT
044200     END-IF.
044300     OPEN INPUT DORMIN.
044400     IF NOT DORMIN-OK
044500         DISPLAY 'HELLO20 - UNABLE TO OPEN DORMIN, STATUS = '
044600             WS-DORMIN-STATUS
044700         SET ABORT-RUN TO TRUE
044800         MOVE 0020 TO DL100-RETURN-CODE
044900         GO TO 1000-EXIT
045000     END-IF.
045010     OPEN INPUT TRANHIST.
045020     IF NOT TRANHIST-OK
045030         DISPLAY 'HELLO20 - UNABLE TO OPEN TRANHIST, STATUS = '
045040             WS-TRANHIST-STATUS
045050         SET ABORT-RUN TO TRUE
045060         MOVE 0020 TO DL100-RETURN-CODE
045070         GO TO 1000-EXIT
045080     END-IF.
045100     OPEN OUTPUT DORMOUT.
045200     IF NOT DORMOUT-OK
045300         DISPLAY 'HELLO20 - UNABLE TO OPEN DORMOUT, STATUS = '
045400             WS-DORMOUT-STATUS
045500         SET ABORT-RUN TO TRUE
045600         MOVE 0020 TO DL100-RETURN-CODE
045700         GO TO 1000-EXIT
045800     END-IF.
045900     OPEN OUTPUT TRANOUT.
046000     IF NOT TRANOUT-OK
046100         DISPLAY 'HELLO20 - UNABLE TO OPEN TRANOUT, STATUS = '
046200             WS-TRANOUT-STATUS
046300         SET ABORT-RUN TO TRUE
046400         MOVE 0020 TO DL100-RETURN-CODE
046500         GO TO 1000-EXIT
046600     END-IF.
046700     OPEN OUTPUT DORMRPT.
046800     IF NOT DORMRPT-OK
046900         DISPLAY 'HELLO20 - UNABLE TO OPEN DORMRPT, STATUS = '
047000             WS-DORMRPT-STATUS
047100         SET ABORT-RUN TO TRUE
047200         MOVE 0020 TO DL100-RETURN-CODE
047300         GO TO 1000-EXIT
047400     END-IF.
047500     OPEN OUTPUT NEWDRPT.
047600     IF NOT NEWDRPT-OK
047700         DISPLAY 'HELLO20 - UNABLE TO OPEN NEWDRPT, STATUS = '
047800             WS-NEWDRPT-STATUS
047900         SET ABORT-RUN TO TRUE
048000         MOVE 0020 TO DL100-RETURN-CODE
048100         GO TO 1000-EXIT
048200     END-IF.
048300     OPEN OUTPUT ESCHRPT.
048400     IF NOT ESCHRPT-OK
048500         DISPLAY 'HELLO20 - UNABLE TO OPEN ESCHRPT, STATUS = '
048600             WS-ESCHRPT-STATUS
048700         SET ABORT-RUN TO TRUE
048800         MOVE 0020 TO DL100-RETURN-CODE
048900         GO TO 1000-EXIT
049000     END-IF.
049100     OPEN OUTPUT REACRPT.
049200     IF NOT REACRPT-OK
049300         DISPLAY 'HELLO20 - UNABLE TO OPEN REACRPT, STATUS = '
049400             WS-REACRPT-STATUS
049500         SET ABORT-RUN TO TRUE
049600         MOVE 0020 TO DL100-RETURN-CODE
049700         GO TO 1000-EXIT
049800     END-IF.
049900     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
050000 1000-EXIT.
050100     EXIT.
050200*
050300******************************************************************
050400* 1050-LOAD-CONTROL-CARDS  -  READ THE KEYWORD=VALUE CONTROL      *
050500*                        CARDS.  EVERY CARD IS ECHOED TO THE      *
050600*                        JOB LOG SO THE RUN'S OPTIONS ARE ON      *
050700*                        RECORD; A BAD KEYWORD OR VALUE FAILS     *
050800*                        THE STEP RC 0020 BEFORE ANY OTHER FILE   *
050900*                        IS OPENED.  KEYWORDS - OPERATOR,         *
051000*                        DORMANT, BLOCK, ESCHEAT (MONTHS).        *
051100******************************************************************
051200 1050-LOAD-CONTROL-CARDS.
051300     OPEN INPUT PARMCRD.
051400     IF NOT PARMCRD-OK
051500         DISPLAY 'HELLO20 - NO CONTROL CARDS - PARM AND '
051600             'DEFAULTS APPLY'
051700         GO TO 1050-EXIT
051800     END-IF.
051900     PERFORM 1055-READ-PARMCRD THRU 1055-EXIT.
052000     PERFORM 1060-ONE-CONTROL-CARD THRU 1060-EXIT
052100         UNTIL PARMCRD-EOF OR ABORT-RUN.
052200     CLOSE PARMCRD.
052300 1050-EXIT.
052400     EXIT.
052500*
052600 1055-READ-PARMCRD.
052700     READ PARMCRD
052800         AT END
052900             GO TO 1055-EXIT
053000     END-READ.
053100 1055-EXIT.
053200     EXIT.
053300*
053400 1060-ONE-CONTROL-CARD.
053500     DISPLAY 'HELLO20 - CONTROL CARD: ' PARMCRD-REC.
053600     IF PARMCRD-REC = SPACES OR PARMCRD-REC (1:1) = '*'
053700         GO TO 1060-NEXT
053800     END-IF.
053900     MOVE SPACES TO WS-CC-KEYWORD.
054000     MOVE SPACES TO WS-CC-VALUE.
054100     UNSTRING PARMCRD-REC DELIMITED BY '='
054200         INTO WS-CC-KEYWORD WS-CC-VALUE.
054300     EVALUATE WS-CC-KEYWORD
054400         WHEN 'OPERATOR'
054500             MOVE WS-CC-VALUE (1:8) TO DL100-OPERATOR-ID
054600         WHEN 'DORMANT'
054700             PERFORM 1080-NUMERIC-VALUE THRU 1080-EXIT
054800             IF NOT CC-VALUE-BAD
054900                 IF WS-CC-NUMERIC < 1 OR WS-CC-NUMERIC > 999
055000                     PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
055100                 ELSE
055200                     MOVE WS-CC-NUMERIC TO WS-DORMANT-MONTHS
055300                 END-IF
055400             END-IF
055500         WHEN 'BLOCK'
055600             PERFORM 1080-NUMERIC-VALUE THRU 1080-EXIT
055700             IF NOT CC-VALUE-BAD
055800                 IF WS-CC-NUMERIC < 1 OR WS-CC-NUMERIC > 999
055900                     PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
056000                 ELSE
056100                     MOVE WS-CC-NUMERIC TO WS-BLOCK-MONTHS
056200                 END-IF
056300             END-IF
056400         WHEN 'ESCHEAT'
056500             PERFORM 1080-NUMERIC-VALUE THRU 1080-EXIT
056600             IF NOT CC-VALUE-BAD
056700                 IF WS-CC-NUMERIC < 1 OR WS-CC-NUMERIC > 999
056800                     PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
056900                 ELSE
057000                     MOVE WS-CC-NUMERIC TO WS-ESCHEAT-MONTHS
057100                 END-IF
057200             END-IF
057300         WHEN OTHER
057400             DISPLAY 'HELLO20 - BAD CONTROL CARD KEYWORD: '
057500                 WS-CC-KEYWORD
057600             MOVE 0020 TO DL100-RETURN-CODE
057700             SET ABORT-RUN TO TRUE
057800     END-EVALUATE.
057900 1060-NEXT.
058000     PERFORM 1055-READ-PARMCRD THRU 1055-EXIT.
058100 1060-EXIT.
058200     EXIT.
058300*
058400******************************************************************
058500* 1070-CHECK-THRESHOLDS  -  THE THRESHOLDS ARE STAGES OF ONE     *
058600*                        LIFE CYCLE - AN ACCOUNT GOES DORMANT,   *
058700*                        THEN IS BLOCKED, THEN FALLS DUE FOR     *
058800*                        ESCHEATMENT.  CARDS THAT PUT THEM OUT   *
058900*                        OF ORDER ARE A SETUP ERROR, RC 0020.    *
059000******************************************************************
059100 1070-CHECK-THRESHOLDS.
059200     IF WS-DORMANT-MONTHS > WS-BLOCK-MONTHS
059300      OR WS-BLOCK-MONTHS > WS-ESCHEAT-MONTHS
059400         DISPLAY 'HELLO20 - THRESHOLDS OUT OF ORDER - DORMANT '
059500             WS-DORMANT-MONTHS ' BLOCK ' WS-BLOCK-MONTHS
059600             ' ESCHEAT ' WS-ESCHEAT-MONTHS
059700         MOVE 0020 TO DL100-RETURN-CODE
059800         SET ABORT-RUN TO TRUE
059900         GO TO 1070-EXIT
060000     END-IF.
060100     DISPLAY 'HELLO20 - THRESHOLDS - DORMANT ' WS-DORMANT-MONTHS
060200         ' BLOCK ' WS-BLOCK-MONTHS ' ESCHEAT ' WS-ESCHEAT-MONTHS
060300         ' MONTHS'.
060400 1070-EXIT.
060500     EXIT.
060600*
060700******************************************************************
060800* 1080-NUMERIC-VALUE  -  CONVERT THE CARD'S LEFT-JUSTIFIED        *
060900*                        VALUE DIGITS INTO WS-CC-NUMERIC.  A      *
061000*                        VALUE WITH NO DIGITS, OR WITH ANYTHING   *
061100*                        OTHER THAN DIGITS BEFORE THE FIRST       *
061200*                        SPACE, IS A BAD CARD - RC 0020.          *
061300******************************************************************
061400 1080-NUMERIC-VALUE.
061500     MOVE 0     TO WS-CC-NUMERIC.
061600     MOVE SPACE TO WS-CC-SCAN-SW.
061700     PERFORM 1085-ONE-VALUE-DIGIT THRU 1085-EXIT
061800         VARYING WS-CC-SUB FROM 1 BY 1
061900             UNTIL WS-CC-SUB > 20
062000                OR CC-VALUE-ENDED
062100                OR CC-VALUE-BAD.
062200     IF WS-CC-VALUE (1:1) = SPACE
062300         SET CC-VALUE-BAD TO TRUE
062400     END-IF.
062500     IF CC-VALUE-BAD
062600         PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
062700     END-IF.
062800 1080-EXIT.
062900     EXIT.
063000*
063100 1085-ONE-VALUE-DIGIT.
063200     IF WS-CC-VALUE (WS-CC-SUB:1) = SPACE
063300         SET CC-VALUE-ENDED TO TRUE
063400         GO TO 1085-EXIT
063500     END-IF.
063600     IF WS-CC-VALUE (WS-CC-SUB:1) IS NOT NUMERIC
063700         SET CC-VALUE-BAD TO TRUE
063800         GO TO 1085-EXIT
063900     END-IF.
064000     MOVE WS-CC-VALUE (WS-CC-SUB:1) TO WS-CC-DIGIT.
064100     COMPUTE WS-CC-NUMERIC =
064200         (WS-CC-NUMERIC * 10) + WS-CC-DIGIT.
064300 1085-EXIT.
064400     EXIT.
064500*
064600 1090-BAD-CARD-VALUE.
064700     DISPLAY 'HELLO20 - BAD CONTROL CARD VALUE FOR '
064800         WS-CC-KEYWORD ': ' WS-CC-VALUE.
064900     MOVE 0020 TO DL100-RETURN-CODE.
065000     SET ABORT-RUN TO TRUE.
065100 1090-EXIT.
065200     EXIT.
065300*
065400******************************************************************
065500* 1100-WRITE-HEADINGS  -  TITLE EVERY REPORT.  THE CONTACT LISTS  *
065600*                         ARE HEADED EVEN WHEN THEY STAY EMPTY,   *
065700*                         SO AN EMPTY LIST READS AS "NONE", NOT   *
065800*                         AS A MISSING REPORT.                    *
065900******************************************************************
066000 1100-WRITE-HEADINGS.
066100     MOVE DL100-RUN-DATE     TO WS-DH-RUN-DATE.
066200     MOVE WS-DORMANT-MONTHS  TO WS-DH-DORMANT.
066300     MOVE WS-BLOCK-MONTHS    TO WS-DH-BLOCK.
066400     MOVE WS-ESCHEAT-MONTHS  TO WS-DH-ESCHEAT.
066500     MOVE WS-DRM-HEADING-1   TO DORMRPT-REC.
066600     WRITE DORMRPT-REC.
066700     MOVE WS-DRM-HEADING-2   TO DORMRPT-REC.
066800     WRITE DORMRPT-REC.
066900     MOVE WS-DRM-HEADING-3   TO DORMRPT-REC.
067000     WRITE DORMRPT-REC.
067100     MOVE DL100-RUN-DATE     TO WS-LH-RUN-DATE.
067200     MOVE 'NEWLY DORMANT ACCOUNTS'   TO WS-LH-TITLE.
067300     MOVE WS-LST-HEADING-1   TO NEWDRPT-REC.
067400     WRITE NEWDRPT-REC.
067500     MOVE WS-LST-HEADING-2   TO NEWDRPT-REC.
067600     WRITE NEWDRPT-REC.
067700     MOVE 'ACCOUNTS DUE FOR ESCHEATMENT' TO WS-LH-TITLE.
067800     MOVE WS-LST-HEADING-1   TO ESCHRPT-REC.
067900     WRITE ESCHRPT-REC.
068000     MOVE WS-LST-HEADING-2   TO ESCHRPT-REC.
068100     WRITE ESCHRPT-REC.
068200     MOVE 'DORMANT ACCOUNTS REACTIVATED' TO WS-LH-TITLE.
068300     MOVE WS-LST-HEADING-1   TO REACRPT-REC.
068400     WRITE REACRPT-REC.
068500     MOVE WS-LST-HEADING-2   TO REACRPT-REC.
068600     WRITE REACRPT-REC.
068700 1100-EXIT.
068800     EXIT.
068900*
069000******************************************************************
069100* 2000-CLASSIFY-MASTER  -  ONE MATCHED PASS OVER THE ACCOUNT      *
069200*                          MASTER AND LAST RUN'S REGISTER, BOTH   *
069300*                          IN ACCOUNT ORDER.                      *
069400******************************************************************
069500 2000-CLASSIFY-MASTER.
069600     PERFORM 2100-READ-ACCTMST THRU 2100-EXIT.
069700     PERFORM 2150-READ-DORMIN  THRU 2150-EXIT.
069800     PERFORM 2200-MATCH-ONE THRU 2200-EXIT
069900         UNTIL ACCTMST-AT-EOF AND DORMIN-AT-EOF.
069910     IF WS-HISTORY-BEHIND > 0
069920         DISPLAY 'HELLO20 - HISTORY BEHIND THE MASTER FOR '
069930             WS-HISTORY-BEHIND ' ACCOUNTS - CONSOLIDATE IT '
069940             'BEFORE THIS STEP'
069950         IF DL100-RETURN-CODE < 0004
069960             MOVE 0004 TO DL100-RETURN-CODE
069970         END-IF
069980     END-IF.
070000 2000-EXIT.
070100     EXIT.
070200*
070300 2100-READ-ACCTMST.
070400     READ ACCTMST
070500         AT END
070600             MOVE 'Y' TO WS-ACCTMST-EOF-SW
070700             MOVE HIGH-VALUES TO WS-MASTER-KEY
070800             GO TO 2100-EXIT
070900     END-READ.
071000     ADD 1 TO WS-ACCOUNTS-READ.
071100     MOVE DL100-AC-ACCOUNT-NO TO WS-MASTER-KEY.
071200 2100-EXIT.
071300     EXIT.
071400*
071500 2150-READ-DORMIN.
071600     READ DORMIN
071700         AT END
071800             MOVE 'Y' TO WS-DORMIN-EOF-SW
071900             MOVE HIGH-VALUES TO WS-REGISTER-KEY
072000             GO TO 2150-EXIT
072100     END-READ.
072200     ADD 1 TO WS-REGISTER-READ.
072300     MOVE DORMIN-REC (1:10) TO WS-REGISTER-KEY.
072400 2150-EXIT.
072500     EXIT.
072600*
072700******************************************************************
072800* 2200-MATCH-ONE  -  PAIR THE LOWER KEY.  A REGISTER ENTRY WITH   *
072900*                    NO MASTER RECORD BEHIND IT IS DROPPED AND    *
073000*                    NAMED ON THE JOB LOG; A MASTER RECORD IS     *
073100*                    CLASSIFIED WITH ITS REGISTER ENTRY WHEN IT   *
073200*                    HAS ONE.                                     *
073300******************************************************************
073400 2200-MATCH-ONE.
073500     IF WS-REGISTER-KEY < WS-MASTER-KEY
073600         ADD 1 TO WS-REGISTER-DROPPED
073700         DISPLAY 'HELLO20 - REGISTER ACCOUNT ' WS-REGISTER-KEY
073800             ' NOT ON MASTER, DROPPED'
073900         PERFORM 2150-READ-DORMIN THRU 2150-EXIT
074000         GO TO 2200-EXIT
074100     END-IF.
074200     IF WS-REGISTER-KEY = WS-MASTER-KEY
074300         MOVE DORMIN-REC TO DL100-DORMANCY-RECORD
074400         SET ON-OLD-REGISTER TO TRUE
074500         PERFORM 2150-READ-DORMIN THRU 2150-EXIT
074600     ELSE
074700         MOVE 'N' TO WS-REGISTER-SW
074800     END-IF.
074900     PERFORM 2300-CLASSIFY-ACCOUNT THRU 2300-EXIT.
075000     PERFORM 2100-READ-ACCTMST THRU 2100-EXIT.
075100 2200-EXIT.
075200     EXIT.
075300*
075400******************************************************************
075500* 2300-CLASSIFY-ACCOUNT  -  CLASSIFY ONE MASTER RECORD.  CLOSED   *
075600*                        ACCOUNTS LEAVE THE REGISTER.  A BLOCKED  *
075700*                        ACCOUNT NOT ON THE REGISTER WAS BLOCKED  *
075800*                        FOR SOME OTHER REASON AND IS LEFT ALONE. *
075900*                        ONCE ON THE REGISTER AN ACCOUNT STAYS    *
076000*                        UNTIL IT IS CLOSED OR SHOWS CUSTOMER     *
076100*                        ACTIVITY - A LATER CHANGE OF THRESHOLD   *
076200*                        DOES NOT QUIETLY RELEASE IT.             *
076300******************************************************************
076400 2300-CLASSIFY-ACCOUNT.
076500     MOVE SPACES TO WS-ACTION.
076600     MOVE 'N'    TO WS-ESCHEAT-NEW-SW.
076700     IF DL100-AC-CLOSED
076800         ADD 1 TO WS-ACCOUNTS-SKIPPED
076900         IF ON-OLD-REGISTER
077000             ADD 1 TO WS-REGISTER-DROPPED
077100         END-IF
077200         GO TO 2300-EXIT
077300     END-IF.
077400     IF DL100-AC-BLOCKED AND NOT ON-OLD-REGISTER
077500         ADD 1 TO WS-ACCOUNTS-SKIPPED
077600         GO TO 2300-EXIT
077700     END-IF.
077800*    A DAMAGED DATE OR BALANCE CANNOT BE CLASSIFIED.  A
077900*    REGISTER ENTRY IS CARRIED FORWARD UNCHANGED SO ONE BAD
078000*    NIGHT ON THE MASTER DOES NOT LOSE ITS HISTORY.
078100     IF DL100-AC-LAST-ACTIVITY IS NOT NUMERIC
078200      OR DL100-AC-CURR-BALANCE IS NOT NUMERIC
078300         ADD 1 TO WS-ACCOUNTS-UNUSABLE
078400         DISPLAY 'HELLO20 - LAST ACTIVITY OR BALANCE NOT '
078500             'NUMERIC, ACCOUNT ' DL100-AC-ACCOUNT-NO ' SKIPPED'
078600         MOVE 0016 TO DL100-RETURN-CODE
078700         IF ON-OLD-REGISTER
078800             PERFORM 2950-WRITE-REGISTER THRU 2950-EXIT
078900         END-IF
079000         GO TO 2300-EXIT
079100     END-IF.
079200*    DORMANCY RUNS FROM THE LAST CUSTOMER ITEM (SEE 2320), NOT
079300*    THE MASTER'S LAST-ACTIVITY DATE, WHICH INTEREST, FEES,
079400*    ADJUSTMENTS AND THE BLOCK ITSELF ALL MOVE.  A CUSTOMER ITEM
079500*    PAST THE REGISTER'S INACTIVE-SINCE DATE REACTIVATES THE
079510*    ACCOUNT, WHICH IS THEN CLASSIFIED AFRESH FROM THAT DATE.
079550     PERFORM 2320-FIND-CUSTOMER-DATE THRU 2320-EXIT.
079600     IF ON-OLD-REGISTER
079700         IF CUSTOMER-ITEM-FOUND
079800          AND WS-CUSTOMER-DATE > DL100-DM-INACTIVE-SINCE
079900             PERFORM 2600-LIST-REACTIVATED THRU 2600-EXIT
080000             MOVE 'N' TO WS-REGISTER-SW
080100             MOVE WS-CUSTOMER-DATE TO WS-SINCE-DATE-N
080200         ELSE
080300             MOVE DL100-DM-INACTIVE-SINCE TO WS-SINCE-DATE-N
080400         END-IF
080500     ELSE
080600         MOVE WS-CUSTOMER-DATE TO WS-SINCE-DATE-N
080700     END-IF.
080800     PERFORM 2400-COUNT-MONTHS THRU 2400-EXIT.
080900     IF NOT ON-OLD-REGISTER
081000         IF WS-MONTHS-INACTIVE < WS-DORMANT-MONTHS
081100             ADD 1 TO WS-ACCOUNTS-ACTIVE
081200             GO TO 2300-EXIT
081300         END-IF
081400         MOVE SPACES             TO DL100-DORMANCY-RECORD
081500         MOVE DL100-AC-ACCOUNT-NO TO DL100-DM-ACCOUNT-NO
081600         MOVE WS-SINCE-DATE-N    TO DL100-DM-INACTIVE-SINCE
081700         MOVE WS-RUN-DATE-N      TO DL100-DM-FIRST-DORMANT
081800         MOVE 0                  TO DL100-DM-BLOCK-DATE
081900         MOVE 0                  TO DL100-DM-ESCHEAT-DATE
082000         ADD 1 TO WS-NEWLY-DORMANT
082100     END-IF.
082200     MOVE WS-MONTHS-INACTIVE    TO DL100-DM-MONTHS-INACTIVE.
082300     MOVE DL100-AC-CURR-BALANCE TO DL100-DM-BALANCE.
082400     SET DL100-DM-DORMANT TO TRUE.
082500     MOVE 'DORMANT'             TO WS-DD-CLASS.
082600     IF WS-MONTHS-INACTIVE >= WS-BLOCK-MONTHS
082700         SET DL100-DM-BLOCK TO TRUE
082800         MOVE 'BLOCK'           TO WS-DD-CLASS
082900         PERFORM 2500-BLOCK-ACCOUNT THRU 2500-EXIT
083000     END-IF.
083100     IF WS-MONTHS-INACTIVE >= WS-ESCHEAT-MONTHS
083200         SET DL100-DM-ESCHEAT TO TRUE
083300         MOVE 'ESCHEAT'         TO WS-DD-CLASS
083400         IF DL100-DM-ESCHEAT-DATE = 0
083500             MOVE WS-RUN-DATE-N TO DL100-DM-ESCHEAT-DATE
083600             SET ESCHEAT-NEW-THIS-RUN TO TRUE
083700         END-IF
083800         PERFORM 2800-LIST-ESCHEAT THRU 2800-EXIT
083900     END-IF.
084000     IF NOT ON-OLD-REGISTER
084100         PERFORM 2700-LIST-NEWLY-DORMANT THRU 2700-EXIT
084200     END-IF.
084300     PERFORM 2900-REGISTER-LINE  THRU 2900-EXIT.
084400     PERFORM 2950-WRITE-REGISTER THRU 2950-EXIT.
084500 2300-EXIT.
084600     EXIT.
084601*
084602******************************************************************
084603* 2320-FIND-CUSTOMER-DATE  -  WALK THE ACCOUNT'S HISTORY, IN DATE *
084604*                        ORDER, FOR ITS LAST CUSTOMER ITEM.  WITH *
084605*                        NONE THERE THE ACCOUNT HAS BEEN INACTIVE *
084606*                        AT LEAST SINCE ITS FIRST ITEM; WITH NO   *
084607*                        HISTORY AT ALL THE MASTER'S LAST-        *
084608*                        ACTIVITY DATE IS ALL THERE IS.  A MASTER *
084609*                        DATE PAST THE LAST HISTORY ITEM MEANS    *
084610*                        POSTINGS NOT YET CONSOLIDATED, WHOSE     *
084611*                        SOURCE CANNOT BE TOLD - THEY ARE COUNTED *
084612*                        AND THE RUN ENDS RC 0004 (SEE 2000).     *
084613******************************************************************
084614 2320-FIND-CUSTOMER-DATE.
084615     MOVE 'N'                 TO WS-CUSTOMER-SW.
084616     MOVE 'N'                 TO WS-HISTORY-SW.
084617     MOVE 0                   TO WS-CUSTOMER-DATE.
084618     MOVE 0                   TO WS-FIRST-ITEM-DATE.
084619     MOVE 0                   TO WS-LAST-ITEM-DATE.
084620     MOVE SPACES              TO DL100-TRAN-HISTORY-RECORD.
084621     MOVE DL100-AC-ACCOUNT-NO TO DL100-TH-ACCOUNT-NO.
084622     MOVE LOW-VALUES          TO DL100-TH-ITEM-KEY.
084623     START TRANHIST KEY NOT < DL100-TH-KEY
084624         INVALID KEY
084625             SET HISTORY-DONE TO TRUE
084626     END-START.
084627     PERFORM 2330-NEXT-HISTORY-ITEM THRU 2330-EXIT
084628         UNTIL HISTORY-DONE.
084629     IF WS-LAST-ITEM-DATE = 0
084630         MOVE DL100-AC-LAST-ACTIVITY TO WS-CUSTOMER-DATE
084631         GO TO 2320-EXIT
084632     END-IF.
084633     IF DL100-AC-LAST-ACTIVITY > WS-LAST-ITEM-DATE
084634         ADD 1 TO WS-HISTORY-BEHIND
084635     END-IF.
084636     IF NOT CUSTOMER-ITEM-FOUND
084637         MOVE WS-FIRST-ITEM-DATE TO WS-CUSTOMER-DATE
084638     END-IF.
084639 2320-EXIT.
084640     EXIT.
084641*
084642 2330-NEXT-HISTORY-ITEM.
084643     READ TRANHIST NEXT RECORD
084644         AT END
084645             SET HISTORY-DONE TO TRUE
084646             GO TO 2330-EXIT
084647     END-READ.
084648     IF DL100-TH-ACCOUNT-NO NOT = DL100-AC-ACCOUNT-NO
084649         SET HISTORY-DONE TO TRUE
084650         GO TO 2330-EXIT
084651     END-IF.
084652     IF DL100-TH-TRANS-DATE IS NOT NUMERIC
084653         GO TO 2330-EXIT
084654     END-IF.
084655     IF WS-FIRST-ITEM-DATE = 0
084656         MOVE DL100-TH-TRANS-DATE TO WS-FIRST-ITEM-DATE
084657     END-IF.
084658     MOVE DL100-TH-TRANS-DATE     TO WS-LAST-ITEM-DATE.
084659     MOVE DL100-TH-TRAN-KEY (1:4) TO WS-HISTORY-SOURCE.
084660     IF NOT SYSTEM-SOURCE
084661         SET CUSTOMER-ITEM-FOUND TO TRUE
084662         MOVE DL100-TH-TRANS-DATE TO WS-CUSTOMER-DATE
084663     END-IF.
084664 2330-EXIT.
084665     EXIT.
084700*
084800******************************************************************
084900* 2400-COUNT-MONTHS  -  WHOLE MONTHS FROM THE INACTIVE-SINCE      *
085000*                       DATE TO THE RUN DATE.  A MONTH COUNTS     *
085100*                       ONLY ONCE ITS DAY OF THE MONTH IS         *
085200*                       REACHED.  A DATE AHEAD OF THE RUN DATE    *
085300*                       COUNTS AS ZERO.                           *
085400******************************************************************
085500 2400-COUNT-MONTHS.
085600     COMPUTE WS-MONTHS-INACTIVE =
085700         ((WS-RUN-YEAR * 12) + WS-RUN-MONTH)
085800       - ((WS-SINCE-YEAR * 12) + WS-SINCE-MONTH).
085900     IF WS-RUN-DAY < WS-SINCE-DAY
086000         SUBTRACT 1 FROM WS-MONTHS-INACTIVE
086100     END-IF.
086200     IF WS-MONTHS-INACTIVE < 0
086300         MOVE 0 TO WS-MONTHS-INACTIVE
086400     END-IF.
086500 2400-EXIT.
086600     EXIT.
086700*
086800******************************************************************
086900* 2500-BLOCK-ACCOUNT  -  AN ACCOUNT PAST THE BLOCK THRESHOLD.  AN *
087000*                        OPEN ACCOUNT GETS ONE BK ON THE FEED AND *
087100*                        THE REGISTER REMEMBERS ITS DATE.  AN     *
087200*                        OPEN ACCOUNT WHOSE BK WAS ISSUED ON AN   *
087300*                        EARLIER RUN BUT NEVER POSTED IS NOT      *
087400*                        BLOCKED TWICE - IT IS LISTED AND THE     *
087500*                        RUN ENDS RC 0004 SO SOMEONE FINDS OUT    *
087600*                        WHERE THE FIRST ONE WENT.                *
087700******************************************************************
087800 2500-BLOCK-ACCOUNT.
087900     IF DL100-AC-BLOCKED
088000         MOVE 'BLOCKED'          TO WS-ACTION
088100         GO TO 2500-EXIT
088200     END-IF.
088300     IF DL100-DM-BLOCK-DATE NOT = 0
088400         ADD 1 TO WS-BLOCKS-OUTSTANDING
088500         MOVE 'BLOCK NOT YET POSTED' TO WS-ACTION
088600         DISPLAY 'HELLO20 - BLOCK ISSUED ' DL100-DM-BLOCK-DATE
088700             ' NOT POSTED, ACCOUNT ' DL100-AC-ACCOUNT-NO
088800         IF DL100-RETURN-CODE < 0004
088900             MOVE 0004 TO DL100-RETURN-CODE
089000         END-IF
089100         GO TO 2500-EXIT
089200     END-IF.
089300     MOVE 'BK'                   TO DL100-TR-TRANS-TYPE.
089400     MOVE 0                      TO DL100-TR-AMOUNT.
089500     PERFORM 2550-WRITE-BLOCK THRU 2550-EXIT.
089600     MOVE WS-RUN-DATE-N          TO DL100-DM-BLOCK-DATE.
089700     MOVE 'BLOCK ISSUED'         TO WS-ACTION.
089800     ADD 1 TO WS-BLOCKS-WRITTEN.
089900 2500-EXIT.
090000     EXIT.
090100*
090200******************************************************************
090300* 2550-WRITE-BLOCK  -  WRITE ONE BLOCK TRANSACTION.  THE CALLER   *
090400*                      HAS SET THE TYPE AND AMOUNT; EVERYTHING    *
090500*                      ELSE IS THE FEED'S OWN CONVENTION - SOURCE *
090600*                      DORM, AN UNBROKEN SEQUENCE FROM 1, TODAY'S *
090700*                      DATE AND BASE CURRENCY.                    *
090800******************************************************************
090900 2550-WRITE-BLOCK.
091000     ADD 1 TO WS-NEXT-SEQUENCE.
091100     MOVE 'DORM'               TO DL100-TR-SOURCE-CODE.
091200     MOVE WS-NEXT-SEQUENCE     TO DL100-TR-SEQUENCE-NO.
091300     MOVE DL100-AC-ACCOUNT-NO  TO DL100-TR-ACCOUNT-NO.
091400     MOVE DL100-RUN-DATE       TO DL100-TR-TRANS-DATE.
091500     MOVE SPACES               TO DL100-TR-CURRENCY-CODE.
091600     MOVE 0                    TO DL100-TR-ORIG-AMOUNT.
091700     MOVE SPACES               TO DL100-TRANS-RECORD (58:23).
091800     MOVE DL100-TRANS-RECORD   TO TRANOUT-REC.
091900     WRITE TRANOUT-REC.
092000     ADD 1 TO WS-RECORDS-WRITTEN.
092100     ADD DL100-TR-AMOUNT TO WS-TOTAL-AMOUNT.
092200 2550-EXIT.
092300     EXIT.
092400*
092500******************************************************************
092600* 2600-LIST-REACTIVATED  -  A REGISTER ACCOUNT WITH CUSTOMER      *
092700*                        ACTIVITY SINCE THE LAST RUN.  THE NOTE   *
092800*                        CARRIES THE CUSTOMER ITEM'S DATE; A      *
092900*                        BLOCKED ACCOUNT STILL NEEDS ITS BLOCK    *
093000*                        LIFTED BY THE BRANCH.                    *
093100******************************************************************
093200 2600-LIST-REACTIVATED.
093300     ADD 1 TO WS-REACTIVATED.
093400     MOVE DL100-AC-ACCOUNT-NO     TO WS-LD-ACCOUNT-NO.
093500     MOVE DL100-DM-INACTIVE-SINCE TO WS-LD-SINCE.
093600     MOVE DL100-DM-MONTHS-INACTIVE TO WS-LD-MONTHS.
093700     MOVE DL100-AC-CURR-BALANCE   TO WS-LD-BALANCE.
093800     PERFORM 2990-STATUS-TEXT THRU 2990-EXIT.
093900     MOVE SPACES                  TO WS-LD-NOTE.
094000     STRING 'POSTED ' WS-CUSTOMER-DATE
094100         DELIMITED BY SIZE INTO WS-LD-NOTE.
094200     MOVE WS-LST-DETAIL           TO REACRPT-REC.
094300     WRITE REACRPT-REC.
094400 2600-EXIT.
094500     EXIT.
094600*
094700******************************************************************
094800* 2700-LIST-NEWLY-DORMANT  -  AN ACCOUNT JOINING THE REGISTER     *
094900*                        THIS RUN.  THE NOTE SHOWS WHETHER IT     *
095000*                        WAS PAST THE BLOCK THRESHOLD ALREADY.    *
095100******************************************************************
095200 2700-LIST-NEWLY-DORMANT.
095300     MOVE DL100-AC-ACCOUNT-NO     TO WS-LD-ACCOUNT-NO.
095400     MOVE DL100-DM-INACTIVE-SINCE TO WS-LD-SINCE.
095500     MOVE WS-MONTHS-INACTIVE      TO WS-LD-MONTHS.
095600     MOVE DL100-AC-CURR-BALANCE   TO WS-LD-BALANCE.
095700     PERFORM 2990-STATUS-TEXT THRU 2990-EXIT.
095800     MOVE WS-ACTION               TO WS-LD-NOTE.
095900     MOVE WS-LST-DETAIL           TO NEWDRPT-REC.
096000     WRITE NEWDRPT-REC.
096100 2700-EXIT.
096200     EXIT.
096300*
096400******************************************************************
096500* 2800-LIST-ESCHEAT  -  AN ACCOUNT DUE FOR UNCLAIMED-PROPERTY     *
096600*                       REPORTING.  EVERY DUE ACCOUNT IS LISTED   *
096700*                       EACH RUN UNTIL IT LEAVES THE MASTER; THE  *
096800*                       NOTE SAYS WHETHER IT FELL DUE THIS RUN.   *
096900******************************************************************
097000 2800-LIST-ESCHEAT.
097100     ADD 1 TO WS-ESCHEAT-DUE.
097200     ADD DL100-AC-CURR-BALANCE    TO WS-ESCHEAT-BALANCE.
097300     MOVE DL100-AC-ACCOUNT-NO     TO WS-LD-ACCOUNT-NO.
097400     MOVE DL100-DM-INACTIVE-SINCE TO WS-LD-SINCE.
097500     MOVE WS-MONTHS-INACTIVE      TO WS-LD-MONTHS.
097600     MOVE DL100-AC-CURR-BALANCE   TO WS-LD-BALANCE.
097700     PERFORM 2990-STATUS-TEXT THRU 2990-EXIT.
097800     MOVE SPACES                  TO WS-LD-NOTE.
097900     IF ESCHEAT-NEW-THIS-RUN
098000         MOVE 'NEW THIS RUN'      TO WS-LD-NOTE
098100     ELSE
098200         STRING 'DUE SINCE ' DL100-DM-ESCHEAT-DATE
098300             DELIMITED BY SIZE INTO WS-LD-NOTE
098400     END-IF.
098500     MOVE WS-LST-DETAIL           TO ESCHRPT-REC.
098600     WRITE ESCHRPT-REC.
098700 2800-EXIT.
098800     EXIT.
098900*
099000******************************************************************
099100* 2900-REGISTER-LINE  -  ONE LINE OF THE FULL REGISTER.           *
099200******************************************************************
099300 2900-REGISTER-LINE.
099400     MOVE DL100-AC-ACCOUNT-NO     TO WS-DD-ACCOUNT-NO.
099500     MOVE DL100-DM-INACTIVE-SINCE TO WS-DD-SINCE.
099600     MOVE WS-MONTHS-INACTIVE      TO WS-DD-MONTHS.
099700     MOVE DL100-AC-CURR-BALANCE   TO WS-DD-BALANCE.
099800     MOVE WS-ACTION               TO WS-DD-ACTION.
099900     MOVE WS-DRM-DETAIL           TO DORMRPT-REC.
100000     WRITE DORMRPT-REC.
100100     ADD DL100-AC-CURR-BALANCE    TO WS-REGISTER-BALANCE.
100200 2900-EXIT.
100300     EXIT.
100400*
100500 2950-WRITE-REGISTER.
100600     MOVE DL100-DORMANCY-RECORD   TO DORMOUT-REC.
100700     WRITE DORMOUT-REC.
100800     ADD 1 TO WS-REGISTER-WRITTEN.
100900 2950-EXIT.
101000     EXIT.
101100*
101200 2990-STATUS-TEXT.
101300     IF DL100-AC-BLOCKED
101400         MOVE 'BLOCKED'           TO WS-LD-STATUS
101500     ELSE
101600         MOVE 'OPEN'              TO WS-LD-STATUS
101700     END-IF.
101800 2990-EXIT.
101900     EXIT.
102000*
102100******************************************************************
102200* 8000-REGISTER-SUMMARY  -  REGISTER TOTALS AND A COUNT LINE AT   *
102300*                           THE FOOT OF EACH CONTACT LIST.        *
102400******************************************************************
102500 8000-REGISTER-SUMMARY.
102600     MOVE WS-ACCOUNTS-READ      TO WS-DT-READ.
102700     MOVE WS-DRM-TRAILER-1      TO DORMRPT-REC.
102800     WRITE DORMRPT-REC.
102900     MOVE WS-REGISTER-WRITTEN   TO WS-DT-REGISTER.
103000     MOVE WS-DRM-TRAILER-2      TO DORMRPT-REC.
103100     WRITE DORMRPT-REC.
103200     MOVE WS-NEWLY-DORMANT      TO WS-DT-NEWLY.
103300     MOVE WS-DRM-TRAILER-3      TO DORMRPT-REC.
103400     WRITE DORMRPT-REC.
103500     MOVE WS-BLOCKS-WRITTEN     TO WS-DT-BLOCKS.
103600     MOVE WS-DRM-TRAILER-4      TO DORMRPT-REC.
103700     WRITE DORMRPT-REC.
103800     MOVE WS-BLOCKS-OUTSTANDING TO WS-DT-OUTSTANDING.
103900     MOVE WS-DRM-TRAILER-5      TO DORMRPT-REC.
104000     WRITE DORMRPT-REC.
104100     MOVE WS-ESCHEAT-DUE        TO WS-DT-ESCHEAT.
104200     MOVE WS-DRM-TRAILER-6      TO DORMRPT-REC.
104300     WRITE DORMRPT-REC.
104400     MOVE WS-REACTIVATED        TO WS-DT-REACTIVATED.
104500     MOVE WS-DRM-TRAILER-7      TO DORMRPT-REC.
104600     WRITE DORMRPT-REC.
104700     MOVE WS-REGISTER-BALANCE   TO WS-DT-REG-BALANCE.
104800     MOVE WS-DRM-TRAILER-8      TO DORMRPT-REC.
104900     WRITE DORMRPT-REC.
105000     MOVE WS-ESCHEAT-BALANCE    TO WS-DT-ESC-BALANCE.
105100     MOVE WS-DRM-TRAILER-9      TO DORMRPT-REC.
105200     WRITE DORMRPT-REC.
105300     MOVE 'NEWLY DORMANT           =' TO WS-LT-LABEL.
105400     MOVE WS-NEWLY-DORMANT      TO WS-LT-COUNT.
105500     MOVE WS-LST-TRAILER        TO NEWDRPT-REC.
105600     WRITE NEWDRPT-REC.
105700     MOVE 'DUE FOR ESCHEATMENT     =' TO WS-LT-LABEL.
105800     MOVE WS-ESCHEAT-DUE        TO WS-LT-COUNT.
105900     MOVE WS-LST-TRAILER        TO ESCHRPT-REC.
106000     WRITE ESCHRPT-REC.
106100     MOVE 'REACTIVATED THIS CYCLE  =' TO WS-LT-LABEL.
106200     MOVE WS-REACTIVATED        TO WS-LT-COUNT.
106300     MOVE WS-LST-TRAILER        TO REACRPT-REC.
106400     WRITE REACRPT-REC.
106500 8000-EXIT.
106600     EXIT.
106700*
106800******************************************************************
106900* 8300-WRITE-FEED-TOTALS  -  THE FEED'S CONTROL RECORD - COUNT    *
107000*                        AND AMOUNT FOR SOURCE DORM - SO THE      *
107100*                        EXTRACT RUN RECONCILES THE BLOCKS LIKE   *
107200*                        ANY OTHER UPSTREAM FEED.  THE AMOUNT IS  *
107300*                        ZERO BY DEFINITION BUT IS STILL CARRIED. *
107400*                        THE RUN DATE IS LEFT BLANK, AS ON EVERY  *
107500*                        INBOUND CONTROL FILE.                    *
107600******************************************************************
107700 8300-WRITE-FEED-TOTALS.
107800     OPEN OUTPUT CTLOUT.
107900     IF NOT CTLOUT-OK
108000         DISPLAY 'HELLO20 - UNABLE TO OPEN CTLOUT, STATUS = '
108100             WS-CTLOUT-STATUS
108200         MOVE 0016 TO DL100-RETURN-CODE
108300         GO TO 8300-EXIT
108400     END-IF.
108500     MOVE SPACES            TO DL100-CONTROL-RECORD.
108600     MOVE 'DORM'            TO DL100-CT-SOURCE-CODE.
108700     MOVE WS-RECORDS-WRITTEN TO DL100-CT-CONTROL-COUNT.
108800     MOVE WS-TOTAL-AMOUNT   TO DL100-CT-CONTROL-AMOUNT.
108900     MOVE DL100-CONTROL-RECORD TO CTLOUT-REC.
109000     WRITE CTLOUT-REC.
109100     CLOSE CTLOUT.
109200 8300-EXIT.
109300     EXIT.
109400*
109500******************************************************************
109600* 8500-WRITE-AUDIT  -  APPEND ONE AUDIT-TRAIL RECORD FOR THIS RUN *
109700******************************************************************
109800 8500-WRITE-AUDIT.
109900     OPEN EXTEND AUDTRL.
110000     IF NOT AUDTRL-OK
110100         DISPLAY 'HELLO20 - UNABLE TO OPEN AUDTRL, STATUS = '
110200             WS-AUDTRL-STATUS
110300         GO TO 8500-EXIT
110400     END-IF.
110500     MOVE SPACES               TO DL100-AUDIT-RECORD.
110600     MOVE DL100-JOB-NAME       TO DL100-AU-JOB-NAME.
110700     MOVE DL100-RUN-DATE       TO DL100-AU-RUN-DATE.
110800     MOVE DL100-RUN-TIME       TO DL100-AU-RUN-TIME.
110900     MOVE WS-RUN-START-DATE    TO DL100-AU-START-DATE.
111000     MOVE WS-RUN-START-TIME    TO DL100-AU-START-TIME.
111100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
111200     ACCEPT WS-CURRENT-TIME FROM TIME.
111300     MOVE WS-CURRENT-DATE      TO DL100-AU-END-DATE.
111400     MOVE WS-CURRENT-TIME      TO DL100-AU-END-TIME.
111500     MOVE WS-ACCOUNTS-READ     TO DL100-AU-RECORDS-READ.
111600     MOVE WS-RECORDS-WRITTEN   TO DL100-AU-RECORDS-WRITTEN.
111700     MOVE DL100-RETURN-CODE    TO DL100-AU-RETURN-CODE.
111800     MOVE DL100-AUDIT-RECORD   TO AUDTRL-REC.
111900     WRITE AUDTRL-REC.
112000     CLOSE AUDTRL.
112100 8500-EXIT.
112200     EXIT.
112300*
112400******************************************************************
112500* 9100-WRITE-STATUS  -  THE SINGLE FIXED-FORMAT STATUS RECORD      *
112600*                       THE SCHEDULER AND THE NIGHT-STATUS STEP    *
112700*                       TEST.  WRITTEN FROM 9999 SO EVEN AN        *
112800*                       ABORTED RUN LEAVES A FAIL VERDICT BEHIND.  *
112900******************************************************************
113000 9100-WRITE-STATUS.
113100     OPEN OUTPUT STATOUT.
113200     IF NOT STATOUT-OK
113300         DISPLAY 'HELLO20 - UNABLE TO OPEN STATOUT, STATUS = '
113400             WS-STATOUT-STATUS
113500         GO TO 9100-EXIT
113600     END-IF.
113700     MOVE SPACES                 TO DL100-STATUS-RECORD.
113800     MOVE DL100-JOB-NAME         TO DL100-SR-JOB-NAME.
113900     MOVE DL100-RUN-DATE         TO DL100-SR-RUN-DATE.
114000     MOVE WS-ACCOUNTS-READ       TO DL100-SR-RECORDS-READ.
114100     MOVE WS-RECORDS-WRITTEN     TO DL100-SR-RECORDS-WRITTEN.
114200     MOVE WS-ACCOUNTS-UNUSABLE   TO DL100-SR-RECORDS-SUSPENDED.
114300     MOVE WS-TOTAL-AMOUNT        TO DL100-SR-AMOUNT-TOTAL.
114400     MOVE DL100-RETURN-CODE      TO DL100-SR-RETURN-CODE.
114500     IF DL100-RETURN-CODE = 0
114600         SET DL100-SR-PASSED TO TRUE
114700     ELSE
114800         SET DL100-SR-FAILED TO TRUE
114900     END-IF.
115000     MOVE DL100-STATUS-RECORD    TO STATOUT-REC.
115100     WRITE STATOUT-REC.
115200     CLOSE STATOUT.
115300 9100-EXIT.
115400     EXIT.
115500*
115600******************************************************************
115700* 9999-TERMINATE  -  WRITE THE STATUS RECORD, CLOSE FILES,         *
115800*                    REPORT COUNTS AND SET THE STEP RETURN CODE.   *
115900******************************************************************
116000 9999-TERMINATE.
116100     PERFORM 9100-WRITE-STATUS THRU 9100-EXIT.
116200     IF NOT ABORT-RUN
116300         CLOSE ACCTMST
116400         CLOSE DORMIN
116410         CLOSE TRANHIST
116500         CLOSE DORMOUT
116600         CLOSE TRANOUT
116700         CLOSE DORMRPT
116800         CLOSE NEWDRPT
116900         CLOSE ESCHRPT
117000         CLOSE REACRPT
117100     END-IF.
117200     DISPLAY 'HELLO20 - ACCOUNTS READ     = ' WS-ACCOUNTS-READ.
117300     DISPLAY 'HELLO20 - ACCOUNTS SKIPPED  = ' WS-ACCOUNTS-SKIPPED.
117400     DISPLAY 'HELLO20 - ACCOUNTS UNUSABLE = '
117500         WS-ACCOUNTS-UNUSABLE.
117600     DISPLAY 'HELLO20 - ON REGISTER       = ' WS-REGISTER-WRITTEN.
117700     DISPLAY 'HELLO20 - REGISTER DROPPED  = ' WS-REGISTER-DROPPED.
117800     DISPLAY 'HELLO20 - BLOCKS WRITTEN    = ' WS-BLOCKS-WRITTEN.
117900     DISPLAY 'HELLO20 - FINAL RETURN CODE = ' DL100-RETURN-CODE.
118000     MOVE DL100-RETURN-CODE TO RETURN-CODE.
118100     DISPLAY 'HELLO20 - DORMANCY RUN COMPLETE'.
118200 9999-EXIT.
118300     EXIT.
