000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID.  HELLO22                                       *
000400*                                                                *
000500*    REVERSAL MATCHING.                                          *
000600*                                                                *
000700*    A REVERSAL (RV) NAMES THE TRANSACTION IT REVERSES - THE     *
000800*    ORIGINAL'S TRANSACTION DATE AND SOURCE/SEQUENCE KEY IN      *
000900*    DL100-TR-REVERSAL-REF (SEE TRANREC).  THIS STEP RUNS AHEAD  *
001000*    OF THE EXTRACT STEP (HELLO6).  IT TABLES EVERY RV ON THE    *
001100*    NIGHT'S FEEDS (EXTLIST, OR TRANIN FOR A SINGLE-SOURCE       *
001200*    NIGHT), LOOKS EACH REFERENCE UP IN THE TRANOUT GENERATIONS  *
001300*    NOT YET CONSOLIDATED (GENLIST) AND THEN ON THE TRANSACTION- *
001400*    HISTORY FILE, AND WRITES ONE VERDICT PER RV TO REVCHK       *
001500*    (REVREC).  HELLO6 READS REVCHK AND SUSPENDS EVERY RV WHOSE  *
001600*    VERDICT IS NOT A MATCH:                                     *
001700*                                                                *
001800*        RK  REFERENCE MISSING OR NOT A VALID DATE AND KEY       *
001900*        RN  NO SUCH TRANSACTION                                 *
002000*        RT  THE ORIGINAL CANNOT BE REVERSED - IT IS ITSELF A    *
002100*            REVERSAL, AN ACCOUNT-MAINTENANCE RECORD, OR A       *
002200*            DEBIT THE POSTING STEP RETURNED UNPAID (NSFIN)      *
002300*        RA  THE ORIGINAL IS ON ANOTHER ACCOUNT                  *
002400*        RM  THE AMOUNT IS NOT THE ORIGINAL'S, SIGN REVERSED,    *
002500*            IN THE ORIGINAL'S CURRENCY                          *
002600*        RD  THE ORIGINAL HAS ALREADY BEEN REVERSED - BY AN RV   *
002700*            ON FILE, OR BY AN EARLIER RV TONIGHT                *
002800*                                                                *
002900*    EVERY RV IS LISTED ON REVRPT WITH ITS VERDICT.  ANY         *
003000*    REJECTED RV ENDS THE STEP RC 0004; AN RV THAT WOULD NOT     *
003100*    FIT THE TABLE ENDS IT RC 0016 (HELLO6 THEN SUSPENDS IT AS   *
003200*    RU - NOT CHECKED).  THE REVMAX CARD SETS THE TABLE LIMIT,   *
003210*    AS IT DOES FOR HELLO6 - KEEP THE TWO CARDS THE SAME.        *
003300*                                                                *
003400*    MODIFICATION HISTORY                                       *
003500*    DATE       BY    DESCRIPTION                                *
003600*    ---------- ----- -------------------------------------      *
003700*    2026-10-15 DLM   ORIGINAL.                                  *
003800*                                                                *
003900******************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID.    HELLO22.
004200 AUTHOR.        D L MERCER.
004300 INSTALLATION.  DAILY BATCH SUITE.
004400 DATE-WRITTEN.  2026-10-15.
004500 DATE-COMPILED.
004600 ENVIRONMENT    DIVISION.
004700 INPUT-OUTPUT   SECTION.
004800 FILE-CONTROL.
004900*    TRANIN IS ASSIGNED DYNAMICALLY - FIRST TO EACH OF THE NIGHT'S
005000*    FEEDS NAMED ON EXTLIST (OR TO TRANIN ITSELF WHEN THERE IS NO
005100*    EXTLIST), THEN TO EACH TRANOUT GENERATION NAMED ON GENLIST.
005200     SELECT TRANIN  ASSIGN TO DYNAMIC WS-TRANIN-DDNAME
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-TRANIN-STATUS.
005500*    EXTLIST IS THE SAME LIST THE EXTRACT STEP WILL WALK.
005600     SELECT OPTIONAL EXTLIST ASSIGN TO EXTLIST
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-EXTLIST-STATUS.
005900*    GENLIST NAMES THE TRANOUT GENERATIONS THE CONSOLIDATION STEP
006000*    HAS NOT YET FOLDED INTO TRANHIST, IN EXTLIST FORMAT - ONLY
006100*    THE DDNAME FIELD IS USED.
006200     SELECT OPTIONAL GENLIST ASSIGN TO GENLIST
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-GENLIST-STATUS.
006500*    THE HISTORY FILE IS READ BY ITS PRIME KEY FOR THE RV'S OWN
006600*    ACCOUNT FIRST, THEN THROUGH THE ALTERNATE INDEX OVER THE ITEM
006700*    KEY (DATE PLUS SOURCE/SEQUENCE) TO FIND AN ORIGINAL THAT IS
006800*    ON SOME OTHER ACCOUNT.
006900     SELECT OPTIONAL TRANHIST ASSIGN TO TRANHIST
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE  IS DYNAMIC
007200         RECORD KEY   IS DL100-TH-KEY
007300         ALTERNATE RECORD KEY IS DL100-TH-ITEM-KEY
007400             WITH DUPLICATES
007500         FILE STATUS  IS WS-TRANHIST-STATUS.
007600*    NSFIN IS THE POSTING STEP'S RETURNED-ITEMS FILE (NSFREC) FOR
007700*    THE SAME GENERATIONS - A DEBIT RETURNED UNPAID NEVER POSTED,
007800*    SO IT CANNOT BE REVERSED.
007900     SELECT OPTIONAL NSFIN ASSIGN TO NSFIN
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-NSFIN-STATUS.
008200*    REVCHK CARRIES ONE VERDICT PER RV (REVREC) TO THE EXTRACT
008300*    STEP; REVRPT IS THE PRINTED LIST OF THEM.
008400     SELECT REVCHK  ASSIGN TO REVCHK
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-REVCHK-STATUS.
008700     SELECT REVRPT  ASSIGN TO REVRPT
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-REVRPT-STATUS.
009000     SELECT AUDTRL  ASSIGN TO AUDTRL
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-AUDTRL-STATUS.
009300     SELECT STATOUT ASSIGN TO STATOUT
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-STATOUT-STATUS.
009600*    PARMCRD CARRIES THE RUN'S KEYWORD=VALUE CONTROL CARDS -
009700*    SEE 1050-LOAD-CONTROL-CARDS.
009800     SELECT OPTIONAL PARMCRD ASSIGN TO PARMCRD
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS WS-PARMCRD-STATUS.
010100 DATA           DIVISION.
010200 FILE           SECTION.
010300 FD  TRANIN
010400     RECORDING MODE IS F.
010500 01  TRANIN-REC                     PIC X(80).
010600 FD  EXTLIST
010700     RECORDING MODE IS F.
010800 01  EXTLIST-REC                    PIC X(80).
010900 FD  GENLIST
011000     RECORDING MODE IS F.
011100 01  GENLIST-REC                    PIC X(80).
011200 FD  TRANHIST
011300     RECORD CONTAINS 80 CHARACTERS.
011400*
011500     COPY TRNHREC.
011600*
011700 FD  NSFIN
011800     RECORDING MODE IS F.
011900 01  NSFIN-REC                      PIC X(80).
012000 FD  REVCHK
012100     RECORDING MODE IS F.
012200 01  REVCHK-REC                     PIC X(80).
012300 FD  REVRPT
012400     RECORDING MODE IS F.
012500 01  REVRPT-REC                     PIC X(80).
012600 FD  AUDTRL
012700     RECORDING MODE IS F.
012800 01  AUDTRL-REC                     PIC X(80).
012900 FD  STATOUT
013000     RECORDING MODE IS F.
013100 01  STATOUT-REC                    PIC X(80).
013200 FD  PARMCRD
013300     RECORDING MODE IS F.
013400 01  PARMCRD-REC                    PIC X(80).
013500 WORKING-STORAGE SECTION.
013600*
013700     COPY COPY1.
013800*
013900 01  WS-DATE-TIME.
014000     05  WS-CURRENT-DATE            PIC 9(8).
014100     05  WS-CURRENT-TIME            PIC 9(8).
014200 01  WS-FILE-STATUSES.
014300     05  WS-TRANIN-STATUS           PIC XX       VALUE '00'.
014400         88  TRANIN-OK                           VALUE '00'.
014500         88  TRANIN-EOF                          VALUE '10'.
014600     05  WS-EXTLIST-STATUS          PIC XX       VALUE '00'.
014700         88  EXTLIST-OK                          VALUE '00'.
014800         88  EXTLIST-EOF                         VALUE '10'.
014900     05  WS-GENLIST-STATUS          PIC XX       VALUE '00'.
015000         88  GENLIST-OK                          VALUE '00'.
015100         88  GENLIST-EOF                         VALUE '10'.
015200     05  WS-TRANHIST-STATUS         PIC XX       VALUE '00'.
015300         88  TRANHIST-OK                         VALUE '00' '02'
015400                                                 '05'.
015500     05  WS-NSFIN-STATUS            PIC XX       VALUE '00'.
015600         88  NSFIN-OK                            VALUE '00' '05'.
015700     05  WS-REVCHK-STATUS           PIC XX       VALUE '00'.
015800         88  REVCHK-OK                           VALUE '00'.
015900     05  WS-REVRPT-STATUS           PIC XX       VALUE '00'.
016000         88  REVRPT-OK                           VALUE '00'.
016100     05  WS-AUDTRL-STATUS           PIC XX       VALUE '00'.
016200         88  AUDTRL-OK                           VALUE '00'.
016300     05  WS-STATOUT-STATUS          PIC XX       VALUE '00'.
016400         88  STATOUT-OK                          VALUE '00'.
016500     05  WS-PARMCRD-STATUS          PIC XX       VALUE '00'.
016600         88  PARMCRD-OK                          VALUE '00'.
016700         88  PARMCRD-EOF                         VALUE '10'.
016800*
016900 01  WS-SWITCHES.
017000     05  WS-TRANIN-EOF-SW           PIC X        VALUE 'N'.
017100         88  TRANIN-AT-EOF                       VALUE 'Y'.
017200     05  WS-EXTLIST-EOF-SW          PIC X        VALUE 'N'.
017300         88  EXTLIST-AT-EOF                      VALUE 'Y'.
017400     05  WS-GENLIST-EOF-SW          PIC X        VALUE 'N'.
017500         88  GENLIST-AT-EOF                      VALUE 'Y'.
017600     05  WS-NSFIN-EOF-SW            PIC X        VALUE 'N'.
017700         88  NSFIN-AT-EOF                        VALUE 'Y'.
017800     05  WS-HISTORY-SW              PIC X        VALUE 'N'.
017900         88  HISTORY-OPEN                        VALUE 'Y'.
018000     05  WS-ABORT-SW                PIC X        VALUE 'N'.
018100         88  ABORT-RUN                           VALUE 'Y'.
018110     05  WS-REVCHK-OPEN-SW          PIC X        VALUE 'N'.
018120         88  REVCHK-OPEN                         VALUE 'Y'.
018130     05  WS-REVRPT-OPEN-SW          PIC X        VALUE 'N'.
018140         88  REVRPT-OPEN                         VALUE 'Y'.
018200*
018300 01  WS-COUNTERS                    COMP.
018400     05  WS-RECORDS-READ            PIC 9(9)     VALUE 0.
018500     05  WS-GEN-RECORDS-READ        PIC 9(9)     VALUE 0.
018600     05  WS-RETURNS-READ            PIC 9(9)     VALUE 0.
018700     05  WS-REVERSALS-MATCHED       PIC 9(9)     VALUE 0.
018800     05  WS-REVERSALS-REJECTED      PIC 9(9)     VALUE 0.
018900     05  WS-REVERSALS-NOT-TABLED    PIC 9(9)     VALUE 0.
019000*
019100 01  WS-TRANIN-DDNAME               PIC X(08)    VALUE 'TRANIN'.
019200*
019300*    CONTROL-CARD PARSE WORK AREA - SEE 1050-LOAD-CONTROL-CARDS.
019400 01  WS-CARD-WORK.
019500     05  WS-CC-KEYWORD              PIC X(16)    VALUE SPACES.
019600     05  WS-CC-VALUE                PIC X(20)    VALUE SPACES.
019610     05  WS-CC-NUMERIC              PIC 9(09)    VALUE 0   COMP.
019620     05  WS-CC-DIGIT                PIC 9(01)    VALUE 0.
019630     05  WS-CC-SUB                  PIC 9(02)    VALUE 0   COMP.
019640     05  WS-CC-SCAN-SW              PIC X(01)    VALUE SPACE.
019650         88  CC-VALUE-ENDED                      VALUE 'E'.
019660         88  CC-VALUE-BAD                        VALUE 'B'.
019700*
019800*    REVERSAL TABLE - ONE ROW PER RV ON THE NIGHT'S FEEDS, IN THE
019900*    ORDER THEY ARRIVED.  THE ORIG- FIELDS AND SWITCHES ARE FILLED
020000*    IN AS THE GENERATIONS, NSFIN AND THE HISTORY FILE ARE READ;
020100*    WS-RV-REASON IS THE VERDICT (SPACES ONCE JUDGED = MATCHED).
020200*    FOUND-ON IS G (A TRANOUT GENERATION), H (TRANHIST) OR SPACE.
020220*    THE TABLE HOLDS 999 ROWS; THE REVMAX CARD SETS WS-RV-MAX,
020240*    DEFAULT 500, UP TO THE CEILING - AS HELLO6'S OWN REVMAX.
020300 01  WS-RV-CONTROL.
020400     05  WS-RV-MAX                  PIC 9(04)    VALUE 500  COMP.
020450     05  WS-RV-CEILING              PIC 9(04)    VALUE 999  COMP.
020500     05  WS-RV-COUNT                PIC 9(04)    VALUE 0    COMP.
020600     05  WS-RV-SUB                  PIC 9(04)    VALUE 0    COMP.
020700     05  WS-RV-EARLIER              PIC 9(04)    VALUE 0    COMP.
020800     05  WS-RV-USE                  PIC 9(04)    VALUE 0    COMP.
020900     05  WS-RV-TABLE.
021000         10  WS-RV-ENTRY            OCCURS 999 TIMES.
021100             15  WS-RV-IMAGE.
021200                 20  WS-RV-KEY      PIC X(12).
021300                 20  WS-RV-ACCOUNT  PIC X(10).
021400                 20  WS-RV-DATE     PIC X(08).
021500             15  WS-RV-REF.
021600                 20  WS-RV-REF-DATE PIC X(08).
021700                 20  WS-RV-REF-KEY  PIC X(12).
021800             15  WS-RV-AMOUNT       PIC S9(9)V99.
021900             15  WS-RV-CURRENCY     PIC X(03).
022000             15  WS-RV-ORIG-ACCOUNT PIC X(10).
022100             15  WS-RV-ORIG-TYPE    PIC X(02).
022200             15  WS-RV-ORIG-AMOUNT  PIC S9(9)V99.
022300             15  WS-RV-ORIG-CURR    PIC X(03).
022400             15  WS-RV-ORIG-FOREIGN PIC S9(9)V99.
022500             15  WS-RV-FOUND-ON     PIC X(01).
022600             15  WS-RV-PRIOR-SW     PIC X(01).
022700             15  WS-RV-RETURNED-SW  PIC X(01).
022800             15  WS-RV-REASON       PIC X(03).
022900*
023000*    THE TYPE OF THE ORIGINAL UNDER JUDGEMENT - RV AND THE
023100*    ACCOUNT-MAINTENANCE TYPES CANNOT BE REVERSED.
023200 01  WS-JUDGE-WORK.
023300     05  WS-JUDGE-TYPE              PIC X(02)    VALUE SPACES.
023400         88  NOT-REVERSIBLE-TYPE                 VALUE 'RV' 'OP'
023500             'CL' 'BK' 'UB'.
023600     05  WS-JUDGE-NET               PIC S9(11)V99 VALUE 0.
023700*
023800     COPY TRANREC.
023900*
024000     COPY EXTLIST.
024100*
024200     COPY NSFREC.
024300*
024400     COPY REVREC.
024500*
024600     COPY AUDTREC.
024700*
024800     COPY STATREC.
024900*
025000 01  WS-AUDIT-TIMESTAMPS.
025100     05  WS-RUN-START-DATE          PIC 9(08)    VALUE 0.
025200     05  WS-RUN-START-TIME          PIC 9(08)    VALUE 0.
025300*
025400 01  WS-REV-HEADING-1.
025500     05  FILLER                     PIC X(01)    VALUE SPACE.
025600     05  FILLER                     PIC X(37)    VALUE
025700         'HELLO22 REVERSAL MATCHING - RUN DATE'.
025800     05  FILLER                     PIC X(01)    VALUE SPACE.
025900     05  WS-VH-RUN-DATE             PIC X(08)    VALUE SPACES.
026000     05  FILLER                     PIC X(33)    VALUE SPACES.
026100 01  WS-REV-HEADING-2.
026200     05  FILLER                     PIC X(01)    VALUE SPACE.
026300     05  FILLER                     PIC X(38)    VALUE
026400         'REVERSAL     ACCOUNT-NO        AMOUNT '.
026500     05  FILLER                     PIC X(41)    VALUE
026600         'ORIGINAL              RSN VERDICT'.
026700 01  WS-REV-DETAIL.
026800     05  FILLER                     PIC X(01)    VALUE SPACE.
026900     05  WS-VD-RV-KEY               PIC X(12)    VALUE SPACES.
027000     05  FILLER                     PIC X(01)    VALUE SPACE.
027100     05  WS-VD-ACCOUNT-NO           PIC X(10)    VALUE SPACES.
027200     05  FILLER                     PIC X(01)    VALUE SPACE.
027300     05  WS-VD-AMOUNT               PIC -Z(08)9.99.
027400     05  FILLER                     PIC X(01)    VALUE SPACE.
027500     05  WS-VD-ORIG-DATE            PIC X(08)    VALUE SPACES.
027600     05  FILLER                     PIC X(01)    VALUE SPACE.
027700     05  WS-VD-ORIG-KEY             PIC X(12)    VALUE SPACES.
027800     05  FILLER                     PIC X(01)    VALUE SPACE.
027900     05  WS-VD-REASON               PIC X(03)    VALUE SPACES.
028000     05  FILLER                     PIC X(01)    VALUE SPACE.
028100     05  WS-VD-VERDICT              PIC X(15)    VALUE SPACES.
028200*    PRINTED UNDER A REJECTED RV WHOSE ORIGINAL WAS FOUND, SO THE
028300*    INVESTIGATOR SEES WHAT THE REFERENCE ACTUALLY POINTS AT.
028400 01  WS-REV-ORIGINAL-LINE.
028500     05  FILLER                     PIC X(14)    VALUE SPACES.
028600     05  FILLER                     PIC X(12)    VALUE
028700         'ORIGINAL IS '.
028800     05  WS-VO-TYPE                 PIC X(02)    VALUE SPACES.
028900     05  FILLER                     PIC X(12)    VALUE
029000         ' ON ACCOUNT '.
029100     05  WS-VO-ACCOUNT-NO           PIC X(10)    VALUE SPACES.
029200     05  FILLER                     PIC X(01)    VALUE SPACE.
029300     05  WS-VO-AMOUNT               PIC -Z(08)9.99.
029400     05  FILLER                     PIC X(01)    VALUE SPACE.
029500     05  WS-VO-CURRENCY             PIC X(03)    VALUE SPACES.
029600     05  FILLER                     PIC X(12)    VALUE SPACES.
029700 01  WS-REV-TRAILER-1.
029800     05  FILLER                     PIC X(01)    VALUE SPACE.
029900     05  FILLER                     PIC X(26)    VALUE
030000         'REVERSALS CHECKED       ='.
030100     05  WS-VT-CHECKED              PIC Z(08)9.
030200     05  FILLER                     PIC X(44)    VALUE SPACES.
030300 01  WS-REV-TRAILER-2.
030400     05  FILLER                     PIC X(01)    VALUE SPACE.
030500     05  FILLER                     PIC X(26)    VALUE
030600         'REVERSALS MATCHED       ='.
030700     05  WS-VT-MATCHED              PIC Z(08)9.
030800     05  FILLER                     PIC X(44)    VALUE SPACES.
030900 01  WS-REV-TRAILER-3.
031000     05  FILLER                     PIC X(01)    VALUE SPACE.
031100     05  FILLER                     PIC X(26)    VALUE
031200         'REVERSALS REJECTED      ='.
031300     05  WS-VT-REJECTED             PIC Z(08)9.
031400     05  FILLER                     PIC X(44)    VALUE SPACES.
031500 01  WS-REV-TRAILER-4.
031600     05  FILLER                     PIC X(01)    VALUE SPACE.
031700     05  FILLER                     PIC X(26)    VALUE
031800         'REVERSALS NOT CHECKED   ='.
031900     05  WS-VT-NOT-TABLED           PIC Z(08)9.
032000     05  FILLER                     PIC X(44)    VALUE SPACES.
032100*
032200 LINKAGE        SECTION.
032300*
032400 01  LS-PARM-AREA.
032500     05  LS-PARM-LEN                PIC S9(4) COMP.
032600     05  LS-PARM-DATA.
032700         10  LS-PARM-OPERATOR-ID    PIC X(08).
032800 PROCEDURE      DIVISION USING LS-PARM-AREA.
032900*
033000 0000-MAINLINE.
033100     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
033200     IF NOT ABORT-RUN
033300         PERFORM 2000-LOAD-REVERSALS   THRU 2000-EXIT
033400         PERFORM 3000-SCAN-GENERATIONS THRU 3000-EXIT
033500         PERFORM 4000-MARK-RETURNS     THRU 4000-EXIT
033600         PERFORM 5000-SEARCH-HISTORY   THRU 5000-EXIT
033700         PERFORM 6000-JUDGE-REVERSALS  THRU 6000-EXIT
033800         PERFORM 8000-REVERSAL-SUMMARY THRU 8000-EXIT
033900     END-IF.
034000     PERFORM 8500-WRITE-AUDIT      THRU 8500-EXIT.
034100     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
034200     GOBACK.
034300*
034400******************************************************************
034500* 1000-INITIALIZE  -  BUILD THE JOB BANNER, APPLY THE CONTROL    *
034600*                     CARDS AND OPEN THE HISTORY FILE AND THE    *
034700*                     OUTPUTS.                                   *
034800******************************************************************
034900 1000-INITIALIZE.
035000     MOVE 'HELLO22'         TO DL100-JOB-NAME.
035100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
035200     ACCEPT WS-CURRENT-TIME FROM TIME.
035300     MOVE WS-CURRENT-DATE   TO DL100-RUN-DATE.
035400     MOVE WS-CURRENT-TIME   TO DL100-RUN-TIME.
035500     MOVE WS-CURRENT-DATE   TO WS-RUN-START-DATE.
035600     MOVE WS-CURRENT-TIME   TO WS-RUN-START-TIME.
035700     MOVE SPACES            TO DL100-OPERATOR-ID.
035800     IF LS-PARM-LEN >= 8
035900         MOVE LS-PARM-OPERATOR-ID TO DL100-OPERATOR-ID
036000     END-IF.
036100     MOVE 0                 TO DL100-RETURN-CODE.
036200     DISPLAY DL100-JOB-HEADER.
036300     PERFORM 1050-LOAD-CONTROL-CARDS THRU 1050-EXIT.
036400     IF ABORT-RUN
036500         GO TO 1000-EXIT
036600     END-IF.
036700*    THE HISTORY FILE IS OPTIONAL ONLY SO THE VERY FIRST NIGHTS,
036800*    BEFORE ANY CONSOLIDATION, CAN RUN - ANY OTHER OPEN FAILURE
036900*    WOULD TURN EVERY OLDER REVERSAL INTO AN RN REJECT.
037000     OPEN INPUT TRANHIST.
037100     IF NOT TRANHIST-OK
037200         DISPLAY 'HELLO22 - UNABLE TO OPEN TRANHIST, STATUS = '
037300             WS-TRANHIST-STATUS
037400         SET ABORT-RUN TO TRUE
037500         MOVE 0020 TO DL100-RETURN-CODE
037600         GO TO 1000-EXIT
037700     END-IF.
037800     SET HISTORY-OPEN TO TRUE.
037900     OPEN OUTPUT REVCHK.
038000     IF NOT REVCHK-OK
038100         DISPLAY 'HELLO22 - UNABLE TO OPEN REVCHK, STATUS = '
038200             WS-REVCHK-STATUS
038300         SET ABORT-RUN TO TRUE
038400         MOVE 0020 TO DL100-RETURN-CODE
038500         GO TO 1000-EXIT
038600     END-IF.
038650     SET REVCHK-OPEN TO TRUE.
038700     OPEN OUTPUT REVRPT.
038800     IF NOT REVRPT-OK
038900         DISPLAY 'HELLO22 - UNABLE TO OPEN REVRPT, STATUS = '
039000             WS-REVRPT-STATUS
039100         SET ABORT-RUN TO TRUE
039200         MOVE 0020 TO DL100-RETURN-CODE
039300         GO TO 1000-EXIT
039400     END-IF.
039450     SET REVRPT-OPEN TO TRUE.
039500     MOVE DL100-RUN-DATE    TO WS-VH-RUN-DATE.
039600     MOVE WS-REV-HEADING-1  TO REVRPT-REC.
039700     WRITE REVRPT-REC.
039800     MOVE WS-REV-HEADING-2  TO REVRPT-REC.
039900     WRITE REVRPT-REC.
040000 1000-EXIT.
040100     EXIT.
040200*
040300******************************************************************
040400* 1050-LOAD-CONTROL-CARDS  -  READ THE KEYWORD=VALUE CONTROL      *
040500*                        CARDS.  EVERY CARD IS ECHOED TO THE      *
040600*                        JOB LOG SO THE RUN'S OPTIONS ARE ON      *
040700*                        RECORD; A BAD KEYWORD FAILS THE STEP     *
040800*                        RC 0020 BEFORE ANY OTHER FILE IS         *
040900*                        OPENED.  KEYWORDS - OPERATOR, REVMAX.    *
041000******************************************************************
041100 1050-LOAD-CONTROL-CARDS.
041200     OPEN INPUT PARMCRD.
041300     IF NOT PARMCRD-OK
041400         DISPLAY 'HELLO22 - NO CONTROL CARDS - PARM AND '
041500             'DEFAULTS APPLY'
041600         GO TO 1050-EXIT
041700     END-IF.
041800     PERFORM 1055-READ-PARMCRD THRU 1055-EXIT.
041900     PERFORM 1060-ONE-CONTROL-CARD THRU 1060-EXIT
042000         UNTIL PARMCRD-EOF OR ABORT-RUN.
042100     CLOSE PARMCRD.
042200 1050-EXIT.
042300     EXIT.
042400*
042500 1055-READ-PARMCRD.
042600     READ PARMCRD
042700         AT END
042800             GO TO 1055-EXIT
042900     END-READ.
043000 1055-EXIT.
043100     EXIT.
043200*
043300 1060-ONE-CONTROL-CARD.
043400     DISPLAY 'HELLO22 - CONTROL CARD: ' PARMCRD-REC.
043500     IF PARMCRD-REC = SPACES OR PARMCRD-REC (1:1) = '*'
043600         GO TO 1060-NEXT
043700     END-IF.
043800     MOVE SPACES TO WS-CC-KEYWORD.
043900     MOVE SPACES TO WS-CC-VALUE.
044000     UNSTRING PARMCRD-REC DELIMITED BY '='
044100         INTO WS-CC-KEYWORD WS-CC-VALUE.
044200     EVALUATE WS-CC-KEYWORD
044300         WHEN 'OPERATOR'
044400             MOVE WS-CC-VALUE (1:8) TO DL100-OPERATOR-ID
044405         WHEN 'REVMAX'
044410             PERFORM 1080-NUMERIC-VALUE THRU 1080-EXIT
044415             IF NOT CC-VALUE-BAD
044420                 IF WS-CC-NUMERIC = 0
044425                  OR WS-CC-NUMERIC > WS-RV-CEILING
044430                     PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
044435                 ELSE
044440                     MOVE WS-CC-NUMERIC TO WS-RV-MAX
044445                 END-IF
044450             END-IF
044500         WHEN OTHER
044600             DISPLAY 'HELLO22 - BAD CONTROL CARD KEYWORD: '
044700                 WS-CC-KEYWORD
044800             MOVE 0020 TO DL100-RETURN-CODE
044900             SET ABORT-RUN TO TRUE
045000     END-EVALUATE.
045100 1060-NEXT.
045200     PERFORM 1055-READ-PARMCRD THRU 1055-EXIT.
045300 1060-EXIT.
045400     EXIT.
045402*
045404******************************************************************
045406* 1080-NUMERIC-VALUE  -  CONVERT THE CARD'S LEFT-JUSTIFIED        *
045408*                        VALUE DIGITS INTO WS-CC-NUMERIC.  A      *
045410*                        VALUE WITH NO DIGITS, OR WITH ANYTHING   *
045412*                        OTHER THAN DIGITS BEFORE THE FIRST       *
045414*                        SPACE, IS A BAD CARD - RC 0020.          *
045416******************************************************************
045418 1080-NUMERIC-VALUE.
045420     MOVE 0     TO WS-CC-NUMERIC.
045422     MOVE SPACE TO WS-CC-SCAN-SW.
045424     PERFORM 1085-ONE-VALUE-DIGIT THRU 1085-EXIT
045426         VARYING WS-CC-SUB FROM 1 BY 1
045428             UNTIL WS-CC-SUB > 20
045430                OR CC-VALUE-ENDED
045432                OR CC-VALUE-BAD.
045434     IF WS-CC-VALUE (1:1) = SPACE
045436         SET CC-VALUE-BAD TO TRUE
045438     END-IF.
045440     IF CC-VALUE-BAD
045442         PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
045444     END-IF.
045446 1080-EXIT.
045448     EXIT.
045450*
045452 1085-ONE-VALUE-DIGIT.
045454     IF WS-CC-VALUE (WS-CC-SUB:1) = SPACE
045456         SET CC-VALUE-ENDED TO TRUE
045458         GO TO 1085-EXIT
045460     END-IF.
045462     IF WS-CC-VALUE (WS-CC-SUB:1) IS NOT NUMERIC
045464         SET CC-VALUE-BAD TO TRUE
045466         GO TO 1085-EXIT
045468     END-IF.
045470     MOVE WS-CC-VALUE (WS-CC-SUB:1) TO WS-CC-DIGIT.
045472     COMPUTE WS-CC-NUMERIC =
045474         (WS-CC-NUMERIC * 10) + WS-CC-DIGIT.
045476 1085-EXIT.
045478     EXIT.
045480*
045482 1090-BAD-CARD-VALUE.
045484     DISPLAY 'HELLO22 - BAD CONTROL CARD VALUE FOR '
045486         WS-CC-KEYWORD ': ' WS-CC-VALUE.
045488     MOVE 0020 TO DL100-RETURN-CODE.
045490     SET ABORT-RUN TO TRUE.
045492 1090-EXIT.
045494     EXIT.
045500*
045600******************************************************************
045700* 2000-LOAD-REVERSALS  -  TABLE EVERY RV ON THE NIGHT'S FEEDS.    *
045800*                         WITH AN EXTLIST EACH ENTRY'S DDNAME IS  *
045900*                         READ IN TURN; WITHOUT ONE, TRANIN IS    *
046000*                         THE NIGHT'S ONLY FEED.                  *
046100******************************************************************
046200 2000-LOAD-REVERSALS.
046300     OPEN INPUT EXTLIST.
046400     IF EXTLIST-OK
046500         PERFORM 2010-READ-EXTLIST THRU 2010-EXIT
046600         PERFORM 2020-ONE-FEED     THRU 2020-EXIT
046700             UNTIL EXTLIST-AT-EOF
046800         CLOSE EXTLIST
046900     ELSE
047000         MOVE 'TRANIN' TO WS-TRANIN-DDNAME
047100         PERFORM 2030-READ-ONE-FEED THRU 2030-EXIT
047200     END-IF.
047300     DISPLAY 'HELLO22 - REVERSALS TABLED = ' WS-RV-COUNT.
047400 2000-EXIT.
047500     EXIT.
047600*
047700 2010-READ-EXTLIST.
047800     READ EXTLIST
047900         AT END
048000             MOVE 'Y' TO WS-EXTLIST-EOF-SW
048100             GO TO 2010-EXIT
048200     END-READ.
048300     MOVE EXTLIST-REC TO DL100-EXTLIST-RECORD.
048400 2010-EXIT.
048500     EXIT.
048600*
048700 2020-ONE-FEED.
048800     MOVE DL100-EX-DDNAME TO WS-TRANIN-DDNAME.
048900     PERFORM 2030-READ-ONE-FEED THRU 2030-EXIT.
049000     PERFORM 2010-READ-EXTLIST  THRU 2010-EXIT.
049100 2020-EXIT.
049200     EXIT.
049300*
049400*    A FEED THAT WILL NOT OPEN HERE WILL NOT OPEN FOR THE EXTRACT
049500*    STEP EITHER, WHICH BREAKS ON IT - SO THIS STEP ONLY SAYS SO
049600*    AND CARRIES ON WITH THE OTHER FEEDS.
049700 2030-READ-ONE-FEED.
049800     MOVE 'N' TO WS-TRANIN-EOF-SW.
049900     OPEN INPUT TRANIN.
050000     IF NOT TRANIN-OK
050100         DISPLAY 'HELLO22 - UNABLE TO OPEN TRANIN, STATUS = '
050200             WS-TRANIN-STATUS ' DDNAME = ' WS-TRANIN-DDNAME
050300         GO TO 2030-EXIT
050400     END-IF.
050500     PERFORM 2100-READ-TRANIN THRU 2100-EXIT.
050600     PERFORM 2200-TABLE-ONE-REVERSAL THRU 2200-EXIT
050700         UNTIL TRANIN-AT-EOF.
050800     CLOSE TRANIN.
050900 2030-EXIT.
051000     EXIT.
051100*
051200 2100-READ-TRANIN.
051300     READ TRANIN
051400         AT END
051500             MOVE 'Y' TO WS-TRANIN-EOF-SW
051600             GO TO 2100-EXIT
051700     END-READ.
051800     MOVE TRANIN-REC TO DL100-TRANS-RECORD.
051900 2100-EXIT.
052000     EXIT.
052100*
052200******************************************************************
052300* 2200-TABLE-ONE-REVERSAL  -  ADD ONE RV TO THE TABLE.  AN RV     *
052400*                         THE EXTRACT STEP'S FIELD EDITS WILL     *
052500*                         REJECT ANYWAY (BLANK ACCOUNT, BAD KEY   *
052600*                         OR AMOUNT) IS LEFT FOR THEM.  A         *
052700*                         REFERENCE THAT IS NOT A DATE AND A      *
052800*                         SOURCE/SEQUENCE KEY IS JUDGED RK HERE   *
052900*                         AND NEVER LOOKED FOR.                   *
053000******************************************************************
053100 2200-TABLE-ONE-REVERSAL.
053200     ADD 1 TO WS-RECORDS-READ.
053300     IF DL100-TR-TRANS-TYPE NOT = 'RV'
053400      OR DL100-TR-ACCOUNT-NO = SPACES
053500      OR DL100-TR-SEQUENCE-NO IS NOT NUMERIC
053600      OR DL100-TR-AMOUNT IS NOT NUMERIC
053700         GO TO 2200-READ-NEXT
053800     END-IF.
053900     IF WS-RV-COUNT >= WS-RV-MAX
054000         ADD 1 TO WS-REVERSALS-NOT-TABLED
054100         DISPLAY 'HELLO22 - REVERSAL TABLE FULL, RV '
054200             DL100-TR-KEY ' NOT CHECKED'
054300         MOVE 0016 TO DL100-RETURN-CODE
054400         GO TO 2200-READ-NEXT
054500     END-IF.
054600     ADD 1 TO WS-RV-COUNT.
054700     MOVE WS-RV-COUNT TO WS-RV-SUB.
054800     MOVE DL100-TRANS-RECORD (1:30) TO WS-RV-IMAGE (WS-RV-SUB).
054900     MOVE DL100-TR-REVERSAL-REF     TO WS-RV-REF (WS-RV-SUB).
055000     MOVE DL100-TR-AMOUNT           TO WS-RV-AMOUNT (WS-RV-SUB).
055100     MOVE DL100-TR-CURRENCY-CODE    TO WS-RV-CURRENCY (WS-RV-SUB).
055200     MOVE SPACES TO WS-RV-ORIG-ACCOUNT (WS-RV-SUB).
055300     MOVE SPACES TO WS-RV-ORIG-TYPE (WS-RV-SUB).
055400     MOVE SPACES TO WS-RV-ORIG-CURR (WS-RV-SUB).
055500     MOVE 0      TO WS-RV-ORIG-AMOUNT (WS-RV-SUB).
055600     MOVE 0      TO WS-RV-ORIG-FOREIGN (WS-RV-SUB).
055700     MOVE SPACE  TO WS-RV-FOUND-ON (WS-RV-SUB).
055800     MOVE 'N'    TO WS-RV-PRIOR-SW (WS-RV-SUB).
055900     MOVE 'N'    TO WS-RV-RETURNED-SW (WS-RV-SUB).
056000     MOVE SPACES TO WS-RV-REASON (WS-RV-SUB).
056100     IF DL100-TR-REV-TRANS-DATE IS NOT NUMERIC
056200      OR DL100-TR-REV-SOURCE-CODE = SPACES
056300      OR DL100-TR-REV-SEQUENCE-NO IS NOT NUMERIC
056400         MOVE 'RK ' TO WS-RV-REASON (WS-RV-SUB)
056500     END-IF.
056600 2200-READ-NEXT.
056700     PERFORM 2100-READ-TRANIN THRU 2100-EXIT.
056800 2200-EXIT.
056900     EXIT.
057000*
057100******************************************************************
057200* 3000-SCAN-GENERATIONS  -  ONE PASS OVER EACH TRANOUT GENERATION *
057300*                           NAMED ON GENLIST, LOOKING FOR THE     *
057400*                           ORIGINALS THE TABLED RVS NAME AND FOR *
057500*                           EARLIER RVS THAT ALREADY REVERSED     *
057600*                           THEM.  WITH NO GENLIST ONLY THE       *
057700*                           HISTORY FILE IS SEARCHED.             *
057800******************************************************************
057900 3000-SCAN-GENERATIONS.
058000     IF WS-RV-COUNT = 0
058100         GO TO 3000-EXIT
058200     END-IF.
058300     OPEN INPUT GENLIST.
058400     IF NOT GENLIST-OK
058500         DISPLAY 'HELLO22 - NO GENLIST - ONLY THE HISTORY FILE '
058600             'WILL BE SEARCHED'
058700         GO TO 3000-EXIT
058800     END-IF.
058900     PERFORM 3010-READ-GENLIST THRU 3010-EXIT.
059000     PERFORM 3020-ONE-GENERATION THRU 3020-EXIT
059100         UNTIL GENLIST-AT-EOF.
059200     CLOSE GENLIST.
059300 3000-EXIT.
059400     EXIT.
059500*
059600 3010-READ-GENLIST.
059700     READ GENLIST
059800         AT END
059900             MOVE 'Y' TO WS-GENLIST-EOF-SW
060000             GO TO 3010-EXIT
060100     END-READ.
060200     MOVE GENLIST-REC TO DL100-EXTLIST-RECORD.
060300 3010-EXIT.
060400     EXIT.
060500*
060600*    A GENERATION THAT CANNOT BE READ LEAVES ITS ORIGINALS UNSEEN,
060700*    SO THE REVERSALS AGAINST THEM WOULD BE REJECTED RN FOR NO
060800*    FAULT OF THEIR OWN - A CONTROL BREAK, NOT A QUIET SKIP.
060900 3020-ONE-GENERATION.
061000     MOVE DL100-EX-DDNAME TO WS-TRANIN-DDNAME.
061100     MOVE 'N' TO WS-TRANIN-EOF-SW.
061200     OPEN INPUT TRANIN.
061300     IF NOT TRANIN-OK
061400         DISPLAY 'HELLO22 - UNABLE TO OPEN TRANIN, STATUS = '
061500             WS-TRANIN-STATUS ' DDNAME = ' WS-TRANIN-DDNAME
061600         MOVE 0016 TO DL100-RETURN-CODE
061700         GO TO 3020-NEXT
061800     END-IF.
061900     DISPLAY 'HELLO22 - SEARCHING ' WS-TRANIN-DDNAME.
062000     PERFORM 3100-READ-GENERATION THRU 3100-EXIT.
062100     PERFORM 3200-CHECK-GEN-RECORD THRU 3200-EXIT
062200         UNTIL TRANIN-AT-EOF.
062300     CLOSE TRANIN.
062400 3020-NEXT.
062500     PERFORM 3010-READ-GENLIST THRU 3010-EXIT.
062600 3020-EXIT.
062700     EXIT.
062800*
062900 3100-READ-GENERATION.
063000     READ TRANIN
063100         AT END
063200             MOVE 'Y' TO WS-TRANIN-EOF-SW
063300             GO TO 3100-EXIT
063400     END-READ.
063500     ADD 1 TO WS-GEN-RECORDS-READ.
063600     MOVE TRANIN-REC TO DL100-TRANS-RECORD.
063700 3100-EXIT.
063800     EXIT.
063900*
064000 3200-CHECK-GEN-RECORD.
064100     PERFORM 3210-MATCH-ONE-ENTRY THRU 3210-EXIT
064200         VARYING WS-RV-SUB FROM 1 BY 1
064300         UNTIL WS-RV-SUB > WS-RV-COUNT.
064400     PERFORM 3100-READ-GENERATION THRU 3100-EXIT.
064500 3200-EXIT.
064600     EXIT.
064700*
064800******************************************************************
064900* 3210-MATCH-ONE-ENTRY  -  TEST THE GENERATION RECORD IN HAND     *
065000*                          AGAINST ONE TABLED RV.  THE RECORD IS  *
065100*                          THE ORIGINAL WHEN ITS DATE AND KEY ARE *
065200*                          THE RV'S REFERENCE - ONE ON THE RV'S   *
065300*                          OWN ACCOUNT IS KEPT IN PREFERENCE TO   *
065400*                          ANY OTHER.  IT IS AN EARLIER REVERSAL  *
065500*                          OF THE SAME ORIGINAL WHEN IT IS AN RV  *
065600*                          ON THE SAME ACCOUNT CARRYING THE SAME  *
065700*                          REFERENCE - ONLY RVS THAT PASSED THE   *
065800*                          EXTRACT STEP REACH TRANOUT.            *
065900******************************************************************
066000 3210-MATCH-ONE-ENTRY.
066100     IF WS-RV-REASON (WS-RV-SUB) NOT = SPACES
066200         GO TO 3210-EXIT
066300     END-IF.
066400     IF DL100-TR-TRANS-TYPE = 'RV'
066500      AND DL100-TR-REVERSAL-REF = WS-RV-REF (WS-RV-SUB)
066600      AND DL100-TR-ACCOUNT-NO = WS-RV-ACCOUNT (WS-RV-SUB)
066700         MOVE 'Y' TO WS-RV-PRIOR-SW (WS-RV-SUB)
066800         GO TO 3210-EXIT
066900     END-IF.
067000     IF DL100-TR-TRANS-DATE NOT = WS-RV-REF-DATE (WS-RV-SUB)
067100      OR DL100-TR-KEY NOT = WS-RV-REF-KEY (WS-RV-SUB)
067200         GO TO 3210-EXIT
067300     END-IF.
067400     IF WS-RV-FOUND-ON (WS-RV-SUB) NOT = SPACE
067500      AND WS-RV-ORIG-ACCOUNT (WS-RV-SUB) =
067600          WS-RV-ACCOUNT (WS-RV-SUB)
067700         GO TO 3210-EXIT
067800     END-IF.
067900     MOVE 'G'                    TO WS-RV-FOUND-ON (WS-RV-SUB).
068000     MOVE DL100-TR-ACCOUNT-NO
068100                             TO WS-RV-ORIG-ACCOUNT (WS-RV-SUB).
068200     MOVE DL100-TR-TRANS-TYPE    TO WS-RV-ORIG-TYPE (WS-RV-SUB).
068300     MOVE DL100-TR-AMOUNT        TO WS-RV-ORIG-AMOUNT (WS-RV-SUB).
068400     MOVE DL100-TR-CURRENCY-CODE TO WS-RV-ORIG-CURR (WS-RV-SUB).
068500     IF DL100-TR-ORIG-AMOUNT IS NUMERIC
068600         MOVE DL100-TR-ORIG-AMOUNT
068700             TO WS-RV-ORIG-FOREIGN (WS-RV-SUB)
068800     ELSE
068900         MOVE 0 TO WS-RV-ORIG-FOREIGN (WS-RV-SUB)
069000     END-IF.
069100 3210-EXIT.
069200     EXIT.
069300*
069400******************************************************************
069500* 4000-MARK-RETURNS  -  AN ORIGINAL FOUND ON A GENERATION MAY     *
069600*                       HAVE BEEN RETURNED UNPAID BY THE POSTING  *
069700*                       STEP - IT NEVER POSTED, SO REVERSING IT   *
069800*                       WOULD CREDIT MONEY THAT NEVER LEFT.       *
069900*                       NSFIN IS OPTIONAL; THE HISTORY FILE       *
070000*                       CARRIES THE RETURNED MARK FOR ORIGINALS   *
070100*                       ALREADY CONSOLIDATED.                     *
070200******************************************************************
070300 4000-MARK-RETURNS.
070400     IF WS-RV-COUNT = 0
070500         GO TO 4000-EXIT
070600     END-IF.
070700     OPEN INPUT NSFIN.
070800     IF NOT NSFIN-OK
070900         DISPLAY 'HELLO22 - NO RETURNED-ITEMS FILE SUPPLIED'
071000         GO TO 4000-EXIT
071100     END-IF.
071200     PERFORM 4100-READ-NSFIN THRU 4100-EXIT.
071300     PERFORM 4200-ONE-RETURN THRU 4200-EXIT
071400         UNTIL NSFIN-AT-EOF.
071500     CLOSE NSFIN.
071600 4000-EXIT.
071700     EXIT.
071800*
071900 4100-READ-NSFIN.
072000     READ NSFIN
072100         AT END
072200             MOVE 'Y' TO WS-NSFIN-EOF-SW
072300             GO TO 4100-EXIT
072400     END-READ.
072500     ADD 1 TO WS-RETURNS-READ.
072600     MOVE NSFIN-REC TO DL100-NSF-RETURN-RECORD.
072700 4100-EXIT.
072800     EXIT.
072900*
073000 4200-ONE-RETURN.
073100     PERFORM 4210-MATCH-RETURN THRU 4210-EXIT
073200         VARYING WS-RV-SUB FROM 1 BY 1
073300         UNTIL WS-RV-SUB > WS-RV-COUNT.
073400     PERFORM 4100-READ-NSFIN THRU 4100-EXIT.
073500 4200-EXIT.
073600     EXIT.
073700*
073800 4210-MATCH-RETURN.
073900     IF WS-RV-FOUND-ON (WS-RV-SUB) = 'G'
074000      AND DL100-NR-TRAN-KEY = WS-RV-REF-KEY (WS-RV-SUB)
074100      AND DL100-NR-TRANS-DATE = WS-RV-REF-DATE (WS-RV-SUB)
074200      AND DL100-NR-ACCOUNT-NO = WS-RV-ORIG-ACCOUNT (WS-RV-SUB)
074300         MOVE 'Y' TO WS-RV-RETURNED-SW (WS-RV-SUB)
074400     END-IF.
074500 4210-EXIT.
074600     EXIT.
074700*
074800******************************************************************
074900* 5000-SEARCH-HISTORY  -  LOOK UP ON TRANHIST EVERY REFERENCE THE *
075000*                         GENERATIONS DID NOT ANSWER.             *
075100******************************************************************
075200 5000-SEARCH-HISTORY.
075300     PERFORM 5100-LOOK-UP-ONE THRU 5100-EXIT
075400         VARYING WS-RV-SUB FROM 1 BY 1
075500         UNTIL WS-RV-SUB > WS-RV-COUNT.
075600 5000-EXIT.
075700     EXIT.
075800*
075900******************************************************************
076000* 5100-LOOK-UP-ONE  -  A DIRECT READ ON THE RV'S OWN ACCOUNT      *
076100*                      FIRST.  FAILING THAT, THE ALTERNATE INDEX  *
076200*                      OVER THE ITEM KEY FINDS THE ORIGINAL ON    *
076300*                      WHATEVER ACCOUNT IT WENT TO, SO A WRONG    *
076400*                      ACCOUNT IS TOLD APART FROM NO ORIGINAL.    *
076500******************************************************************
076600 5100-LOOK-UP-ONE.
076700     IF WS-RV-REASON (WS-RV-SUB) NOT = SPACES
076800      OR WS-RV-FOUND-ON (WS-RV-SUB) NOT = SPACE
076900         GO TO 5100-EXIT
077000     END-IF.
077100     MOVE WS-RV-ACCOUNT (WS-RV-SUB)  TO DL100-TH-ACCOUNT-NO.
077200     MOVE WS-RV-REF-DATE (WS-RV-SUB) TO DL100-TH-TRANS-DATE.
077300     MOVE WS-RV-REF-KEY (WS-RV-SUB)  TO DL100-TH-TRAN-KEY.
077400     READ TRANHIST
077500         KEY IS DL100-TH-KEY
077600         INVALID KEY
077700             GO TO 5100-ALTERNATE
077800     END-READ.
077900     PERFORM 5200-CAPTURE-HISTORY THRU 5200-EXIT.
078000     GO TO 5100-EXIT.
078100 5100-ALTERNATE.
078200     MOVE WS-RV-REF-DATE (WS-RV-SUB) TO DL100-TH-TRANS-DATE.
078300     MOVE WS-RV-REF-KEY (WS-RV-SUB)  TO DL100-TH-TRAN-KEY.
078400     START TRANHIST
078500         KEY IS EQUAL TO DL100-TH-ITEM-KEY
078600         INVALID KEY
078700             GO TO 5100-EXIT
078800     END-START.
078900     READ TRANHIST NEXT RECORD
079000         AT END
079100             GO TO 5100-EXIT
079200     END-READ.
079300     IF DL100-TH-TRANS-DATE = WS-RV-REF-DATE (WS-RV-SUB)
079400      AND DL100-TH-TRAN-KEY = WS-RV-REF-KEY (WS-RV-SUB)
079500         PERFORM 5200-CAPTURE-HISTORY THRU 5200-EXIT
079600     END-IF.
079700 5100-EXIT.
079800     EXIT.
079900*
080000 5200-CAPTURE-HISTORY.
080100     MOVE 'H'                    TO WS-RV-FOUND-ON (WS-RV-SUB).
080200     MOVE DL100-TH-ACCOUNT-NO
080300                             TO WS-RV-ORIG-ACCOUNT (WS-RV-SUB).
080400     MOVE DL100-TH-TRANS-TYPE    TO WS-RV-ORIG-TYPE (WS-RV-SUB).
080500     MOVE DL100-TH-AMOUNT        TO WS-RV-ORIG-AMOUNT (WS-RV-SUB).
080600     MOVE DL100-TH-CURRENCY-CODE TO WS-RV-ORIG-CURR (WS-RV-SUB).
080700     MOVE DL100-TH-ORIG-AMOUNT
080800                             TO WS-RV-ORIG-FOREIGN (WS-RV-SUB).
080900     IF DL100-TH-REVERSED
081000         MOVE 'Y' TO WS-RV-PRIOR-SW (WS-RV-SUB)
081100     END-IF.
081200     IF DL100-TH-NSF-RETURNED
081300         MOVE 'Y' TO WS-RV-RETURNED-SW (WS-RV-SUB)
081400     END-IF.
081500 5200-EXIT.
081600     EXIT.
081700*
081800******************************************************************
081900* 6000-JUDGE-REVERSALS  -  GIVE EVERY TABLED RV ITS VERDICT, IN   *
082000*                          THE ORDER THE RVS ARRIVED, AND WRITE   *
082100*                          IT TO REVCHK AND THE REPORT.           *
082200******************************************************************
082300 6000-JUDGE-REVERSALS.
082400     PERFORM 6100-JUDGE-ONE THRU 6100-EXIT
082500         VARYING WS-RV-SUB FROM 1 BY 1
082600         UNTIL WS-RV-SUB > WS-RV-COUNT.
082700 6000-EXIT.
082800     EXIT.
082900*
083000******************************************************************
083100* 6100-JUDGE-ONE  -  THE FIRST FAILING TEST DECIDES:  NOT FOUND,  *
083200*                    NOT REVERSIBLE, WRONG ACCOUNT, WRONG AMOUNT, *
083300*                    ALREADY REVERSED.  AN RV IN A FOREIGN        *
083400*                    CURRENCY MUST REVERSE THE AMOUNT THE         *
083500*                    ORIGINAL ARRIVED WITH, IN THE SAME CURRENCY; *
083600*                    A BASE-CURRENCY RV REVERSES A BASE-CURRENCY  *
083700*                    ORIGINAL.  AN RV THAT PASSES EVERY TEST IS   *
083800*                    STILL REFUSED WHEN AN EARLIER RV TONIGHT HAS *
083900*                    ALREADY TAKEN THE SAME ORIGINAL.             *
084000******************************************************************
084100 6100-JUDGE-ONE.
084200     IF WS-RV-REASON (WS-RV-SUB) NOT = SPACES
084300         GO TO 6100-WRITE
084400     END-IF.
084500     IF WS-RV-FOUND-ON (WS-RV-SUB) = SPACE
084600         MOVE 'RN ' TO WS-RV-REASON (WS-RV-SUB)
084700         GO TO 6100-WRITE
084800     END-IF.
084900     MOVE WS-RV-ORIG-TYPE (WS-RV-SUB) TO WS-JUDGE-TYPE.
085000     IF NOT-REVERSIBLE-TYPE
085100      OR WS-RV-RETURNED-SW (WS-RV-SUB) = 'Y'
085200         MOVE 'RT ' TO WS-RV-REASON (WS-RV-SUB)
085300         GO TO 6100-WRITE
085400     END-IF.
085500     IF WS-RV-ORIG-ACCOUNT (WS-RV-SUB) NOT =
085600        WS-RV-ACCOUNT (WS-RV-SUB)
085700         MOVE 'RA ' TO WS-RV-REASON (WS-RV-SUB)
085800         GO TO 6100-WRITE
085900     END-IF.
086000     IF WS-RV-CURRENCY (WS-RV-SUB) NOT =
086100        WS-RV-ORIG-CURR (WS-RV-SUB)
086200         MOVE 'RM ' TO WS-RV-REASON (WS-RV-SUB)
086300         GO TO 6100-WRITE
086400     END-IF.
086500     IF WS-RV-CURRENCY (WS-RV-SUB) = SPACES
086600         COMPUTE WS-JUDGE-NET = WS-RV-AMOUNT (WS-RV-SUB)
086700                              + WS-RV-ORIG-AMOUNT (WS-RV-SUB)
086800     ELSE
086900         COMPUTE WS-JUDGE-NET = WS-RV-AMOUNT (WS-RV-SUB)
087000                              + WS-RV-ORIG-FOREIGN (WS-RV-SUB)
087100     END-IF.
087200     IF WS-JUDGE-NET NOT = 0
087300         MOVE 'RM ' TO WS-RV-REASON (WS-RV-SUB)
087400         GO TO 6100-WRITE
087500     END-IF.
087600     IF WS-RV-PRIOR-SW (WS-RV-SUB) = 'Y'
087700         MOVE 'RD ' TO WS-RV-REASON (WS-RV-SUB)
087800         GO TO 6100-WRITE
087900     END-IF.
088000     MOVE 0 TO WS-RV-USE.
088100     PERFORM 6150-FIND-EARLIER THRU 6150-EXIT
088200         VARYING WS-RV-EARLIER FROM 1 BY 1
088300         UNTIL WS-RV-EARLIER >= WS-RV-SUB OR WS-RV-USE > 0.
088400     IF WS-RV-USE > 0
088500         MOVE 'RD ' TO WS-RV-REASON (WS-RV-SUB)
088600     END-IF.
088700 6100-WRITE.
088800     PERFORM 6200-WRITE-VERDICT THRU 6200-EXIT.
088900 6100-EXIT.
089000     EXIT.
089100*
089200 6150-FIND-EARLIER.
089300     IF WS-RV-REASON (WS-RV-EARLIER) = SPACES
089400      AND WS-RV-REF (WS-RV-EARLIER) = WS-RV-REF (WS-RV-SUB)
089500      AND WS-RV-ACCOUNT (WS-RV-EARLIER) =
089600          WS-RV-ACCOUNT (WS-RV-SUB)
089700         MOVE WS-RV-EARLIER TO WS-RV-USE
089800     END-IF.
089900 6150-EXIT.
090000     EXIT.
090100*
090200******************************************************************
090300* 6200-WRITE-VERDICT  -  ONE REVCHK RECORD AND ONE REPORT LINE.   *
090400*                        A REJECTED RV WHOSE ORIGINAL WAS FOUND   *
090500*                        GETS A SECOND LINE SHOWING THE ORIGINAL. *
090600******************************************************************
090700 6200-WRITE-VERDICT.
090800     MOVE SPACES TO DL100-REVERSAL-CHECK-RECORD.
090900     MOVE WS-RV-IMAGE (WS-RV-SUB)  TO DL100-RC-RV-IMAGE.
091000     MOVE WS-RV-REF (WS-RV-SUB)    TO DL100-RC-ORIGINAL-REF.
091100     MOVE WS-RV-ORIG-ACCOUNT (WS-RV-SUB)
091200                                   TO DL100-RC-ORIG-ACCOUNT-NO.
091300     MOVE WS-RV-ORIG-AMOUNT (WS-RV-SUB)
091400                                   TO DL100-RC-ORIG-AMOUNT.
091500     MOVE WS-RV-REASON (WS-RV-SUB) TO DL100-RC-REASON-CODE.
091600     MOVE WS-RV-FOUND-ON (WS-RV-SUB)
091700                                   TO DL100-RC-FOUND-ON.
091800     MOVE DL100-REVERSAL-CHECK-RECORD TO REVCHK-REC.
091900     WRITE REVCHK-REC.
092000     MOVE SPACES                   TO WS-REV-DETAIL.
092100     MOVE WS-RV-KEY (WS-RV-SUB)    TO WS-VD-RV-KEY.
092200     MOVE WS-RV-ACCOUNT (WS-RV-SUB) TO WS-VD-ACCOUNT-NO.
092300     MOVE WS-RV-AMOUNT (WS-RV-SUB) TO WS-VD-AMOUNT.
092400     MOVE WS-RV-REF-DATE (WS-RV-SUB) TO WS-VD-ORIG-DATE.
092500     MOVE WS-RV-REF-KEY (WS-RV-SUB) TO WS-VD-ORIG-KEY.
092600     MOVE WS-RV-REASON (WS-RV-SUB) TO WS-VD-REASON.
092700     EVALUATE WS-RV-REASON (WS-RV-SUB)
092800         WHEN SPACES
092900             MOVE 'MATCHED'         TO WS-VD-VERDICT
093000         WHEN 'RK '
093100             MOVE 'BAD REFERENCE'   TO WS-VD-VERDICT
093200         WHEN 'RN '
093300             MOVE 'NOT FOUND'       TO WS-VD-VERDICT
093400         WHEN 'RT '
093500             MOVE 'NOT REVERSIBLE'  TO WS-VD-VERDICT
093600         WHEN 'RA '
093700             MOVE 'WRONG ACCOUNT'   TO WS-VD-VERDICT
093800         WHEN 'RM '
093900             MOVE 'WRONG AMOUNT'    TO WS-VD-VERDICT
094000         WHEN 'RD '
094100             MOVE 'REVERSED BEFORE' TO WS-VD-VERDICT
094200     END-EVALUATE.
094300     MOVE WS-REV-DETAIL TO REVRPT-REC.
094400     WRITE REVRPT-REC.
094500     IF WS-RV-REASON (WS-RV-SUB) = SPACES
094600         ADD 1 TO WS-REVERSALS-MATCHED
094700         GO TO 6200-EXIT
094800     END-IF.
094900     ADD 1 TO WS-REVERSALS-REJECTED.
095000     IF DL100-RETURN-CODE < 0004
095100         MOVE 0004 TO DL100-RETURN-CODE
095200     END-IF.
095300     IF WS-RV-FOUND-ON (WS-RV-SUB) = SPACE
095400         GO TO 6200-EXIT
095500     END-IF.
095600     MOVE WS-RV-ORIG-TYPE (WS-RV-SUB)    TO WS-VO-TYPE.
095700     MOVE WS-RV-ORIG-ACCOUNT (WS-RV-SUB) TO WS-VO-ACCOUNT-NO.
095800     MOVE WS-RV-ORIG-CURR (WS-RV-SUB)    TO WS-VO-CURRENCY.
095900     IF WS-RV-ORIG-CURR (WS-RV-SUB) = SPACES
096000         MOVE WS-RV-ORIG-AMOUNT (WS-RV-SUB)  TO WS-VO-AMOUNT
096100     ELSE
096200         MOVE WS-RV-ORIG-FOREIGN (WS-RV-SUB) TO WS-VO-AMOUNT
096300     END-IF.
096400     MOVE WS-REV-ORIGINAL-LINE TO REVRPT-REC.
096500     WRITE REVRPT-REC.
096600 6200-EXIT.
096700     EXIT.
096800*
096900******************************************************************
097000* 8000-REVERSAL-SUMMARY  -  THE REPORT TRAILERS.                  *
097100******************************************************************
097200 8000-REVERSAL-SUMMARY.
097300     MOVE WS-RV-COUNT             TO WS-VT-CHECKED.
097400     MOVE WS-REV-TRAILER-1        TO REVRPT-REC.
097500     WRITE REVRPT-REC.
097600     MOVE WS-REVERSALS-MATCHED    TO WS-VT-MATCHED.
097700     MOVE WS-REV-TRAILER-2        TO REVRPT-REC.
097800     WRITE REVRPT-REC.
097900     MOVE WS-REVERSALS-REJECTED   TO WS-VT-REJECTED.
098000     MOVE WS-REV-TRAILER-3        TO REVRPT-REC.
098100     WRITE REVRPT-REC.
098200     MOVE WS-REVERSALS-NOT-TABLED TO WS-VT-NOT-TABLED.
098300     MOVE WS-REV-TRAILER-4        TO REVRPT-REC.
098400     WRITE REVRPT-REC.
098500 8000-EXIT.
098600     EXIT.
098700*
098800******************************************************************
098900* 8500-WRITE-AUDIT  -  APPEND ONE AUDIT-TRAIL RECORD FOR THIS RUN *
099000******************************************************************
099100 8500-WRITE-AUDIT.
099200     OPEN EXTEND AUDTRL.
099300     IF NOT AUDTRL-OK
099400         DISPLAY 'HELLO22 - UNABLE TO OPEN AUDTRL, STATUS = '
099500             WS-AUDTRL-STATUS
099600         GO TO 8500-EXIT
099700     END-IF.
099800     MOVE SPACES               TO DL100-AUDIT-RECORD.
099900     MOVE DL100-JOB-NAME       TO DL100-AU-JOB-NAME.
100000     MOVE DL100-RUN-DATE       TO DL100-AU-RUN-DATE.
100100     MOVE DL100-RUN-TIME       TO DL100-AU-RUN-TIME.
100200     MOVE WS-RUN-START-DATE    TO DL100-AU-START-DATE.
100300     MOVE WS-RUN-START-TIME    TO DL100-AU-START-TIME.
100400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
100500     ACCEPT WS-CURRENT-TIME FROM TIME.
100600     MOVE WS-CURRENT-DATE      TO DL100-AU-END-DATE.
100700     MOVE WS-CURRENT-TIME      TO DL100-AU-END-TIME.
100800     MOVE WS-RECORDS-READ      TO DL100-AU-RECORDS-READ.
100900     MOVE WS-RV-COUNT          TO DL100-AU-RECORDS-WRITTEN.
101000     MOVE DL100-RETURN-CODE    TO DL100-AU-RETURN-CODE.
101100     MOVE DL100-AUDIT-RECORD   TO AUDTRL-REC.
101200     WRITE AUDTRL-REC.
101300     CLOSE AUDTRL.
101400 8500-EXIT.
101500     EXIT.
101600*
101700******************************************************************
101800* 9100-WRITE-STATUS  -  THE SINGLE FIXED-FORMAT STATUS RECORD     *
101900*                       THE SCHEDULER AND THE NIGHT-STATUS STEP   *
102000*                       TEST.  WRITTEN FROM 9999 SO EVEN AN       *
102100*                       ABORTED RUN LEAVES A FAIL VERDICT BEHIND. *
102200******************************************************************
102300 9100-WRITE-STATUS.
102400     OPEN OUTPUT STATOUT.
102500     IF NOT STATOUT-OK
102600         DISPLAY 'HELLO22 - UNABLE TO OPEN STATOUT, STATUS = '
102700             WS-STATOUT-STATUS
102800         GO TO 9100-EXIT
102900     END-IF.
103000     MOVE SPACES                 TO DL100-STATUS-RECORD.
103100     MOVE DL100-JOB-NAME         TO DL100-SR-JOB-NAME.
103200     MOVE DL100-RUN-DATE         TO DL100-SR-RUN-DATE.
103300     MOVE WS-RECORDS-READ        TO DL100-SR-RECORDS-READ.
103400     MOVE WS-RV-COUNT            TO DL100-SR-RECORDS-WRITTEN.
103500     MOVE WS-REVERSALS-REJECTED  TO DL100-SR-RECORDS-SUSPENDED.
103600     MOVE 0                      TO DL100-SR-AMOUNT-TOTAL.
103700     MOVE DL100-RETURN-CODE      TO DL100-SR-RETURN-CODE.
103800     IF DL100-RETURN-CODE = 0
103900         SET DL100-SR-PASSED TO TRUE
104000     ELSE
104100         SET DL100-SR-FAILED TO TRUE
104200     END-IF.
104300     MOVE DL100-STATUS-RECORD    TO STATOUT-REC.
104400     WRITE STATOUT-REC.
104500     CLOSE STATOUT.
104600 9100-EXIT.
104700     EXIT.
104800*
104900******************************************************************
105000* 9999-TERMINATE  -  WRITE THE STATUS RECORD, CLOSE FILES,         *
105100*                    REPORT COUNTS AND SET THE STEP RETURN CODE.   *
105200******************************************************************
105300 9999-TERMINATE.
105400     PERFORM 9100-WRITE-STATUS THRU 9100-EXIT.
105500     IF HISTORY-OPEN
105600         CLOSE TRANHIST
105700     END-IF.
105800     IF REVCHK-OPEN
105900         CLOSE REVCHK
106000     END-IF.
106010     IF REVRPT-OPEN
106020         CLOSE REVRPT
106100     END-IF.
106200     DISPLAY 'HELLO22 - FEED RECORDS READ    = ' WS-RECORDS-READ.
106300     DISPLAY 'HELLO22 - GENERATION RECORDS   = '
106400         WS-GEN-RECORDS-READ.
106500     DISPLAY 'HELLO22 - RETURNED ITEMS READ  = ' WS-RETURNS-READ.
106600     DISPLAY 'HELLO22 - REVERSALS MATCHED    = '
106700         WS-REVERSALS-MATCHED.
106800     DISPLAY 'HELLO22 - REVERSALS REJECTED   = '
106900         WS-REVERSALS-REJECTED.
107000     DISPLAY 'HELLO22 - REVERSALS NOT CHECKED = '
107100         WS-REVERSALS-NOT-TABLED.
107200     DISPLAY 'HELLO22 - FINAL RETURN CODE    = '
107300         DL100-RETURN-CODE.
107400     MOVE DL100-RETURN-CODE TO RETURN-CODE.
107500     DISPLAY 'HELLO22 - REVERSAL MATCHING COMPLETE'.
107600 9999-EXIT.
107700     EXIT.
