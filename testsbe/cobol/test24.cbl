000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID.  HELLO24                                        *
000400*                                                                *
000500*    MANUAL-ADJUSTMENT APPROVAL AND RELEASE (CHECKER).           *
000600*                                                                *
000700*    READS A SECOND OPERATOR'S DECISIONS (ADJAREC) ON THE        *
000800*    ADJUSTMENTS HELLO23 ENTERED ON THE ADJUSTMENT REGISTER      *
000900*    (ADJREG), AND RELEASES ONLY WHAT HAS BEEN PROPERLY          *
001000*    APPROVED.  AN APPROVED ADJUSTMENT BECOMES AN AJ RECORD ON   *
001100*    THE ADJUSTMENT FEED (TRANOUT, TRANREC FORMAT, SOURCE CODE   *
001200*    MADJ) WITH ITS OWN CONTROL RECORD (CTLOUT), FOR THE NEXT    *
001300*    EXTRACT RUN TO PICK UP FROM ITS EXTRACT LIST LIKE ANY OTHER *
001400*    FEED.                                                       *
001500*                                                                *
001600*    AN APPROVAL BY THE OPERATOR WHO KEYED THE ADJUSTMENT IS     *
001700*    REFUSED AND THE ADJUSTMENT HELD (STATUS S); SO IS AN        *
001800*    APPROVED ADJUSTMENT LARGER, EITHER WAY, THAN THE ADJLIMIT   *
001900*    CARD (STATUS L).  A HELD ADJUSTMENT STAYS OPEN - A LATER    *
002000*    APPROVAL BY ANOTHER OPERATOR, OR UNDER A RAISED LIMIT,      *
002100*    RELEASES IT.  A CHECKER'S REJECTION CLOSES IT (STATUS R).   *
002200*    EVERY DECISION IS RECORDED ON THE REGISTER WITH THE         *
002300*    CHECKER'S ID AND THE DATE, AND A RELEASED ADJUSTMENT ALSO   *
002400*    CARRIES ITS FEED SEQUENCE, SO ANY AJ ON THE MASTER TRACES   *
002500*    BACK TO BOTH NAMED OPERATORS.                               *
002510*    THE FEED SEQUENCE CONTINUES FROM THE HIGHEST ONE ALREADY    *
002520*    RELEASED TODAY, SO A SECOND RUN THE SAME DAY NEVER REPEATS  *
002530*    A DATE AND SEQUENCE.                                        *
002600*                                                                *
002700*    RELRPT LISTS THIS RUN'S DECISIONS; HELDRPT LISTS EVERY      *
002800*    ADJUSTMENT ON THE REGISTER STILL UNDECIDED - NOT YET        *
002900*    APPROVED, OR HELD.  A HELD ITEM OR A REFUSED APPROVAL       *
003000*    (UNKNOWN OR ALREADY-DECIDED ID, NO OPERATOR, BAD DECISION   *
003100*    CODE) ENDS THE STEP RC 0004.                                *
003200*                                                                *
003300*    MODIFICATION HISTORY                                        *
003400*    DATE       BY    DESCRIPTION                                *
003500*    ---------- ----- -------------------------------------      *
003600*    2026-10-15 DLM   ORIGINAL.                                  *
003700*                                                                *
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID.    HELLO24.
004100 AUTHOR.        D L MERCER.
004200 INSTALLATION.  DAILY BATCH SUITE.
004300 DATE-WRITTEN.  2026-10-15.
004400 DATE-COMPILED.
004500 ENVIRONMENT    DIVISION.
004600 INPUT-OUTPUT   SECTION.
004700 FILE-CONTROL.
004800*    APVIN CARRIES THE CHECKERS' DECISIONS (ADJAREC), IN ANY
004900*    ORDER - EACH ONE IS APPLIED BY ADJUSTMENT ID.
005000     SELECT APVIN   ASSIGN TO APVIN
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-APVIN-STATUS.
005300*    ADJREG IS THE PERMANENT ADJUSTMENT REGISTER - READ AND
005400*    REWRITTEN BY KEY FOR EACH DECISION, THEN SWEPT IN KEY
005500*    ORDER FOR THE UNDECIDED LIST.
005600     SELECT ADJREG  ASSIGN TO ADJREG
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE  IS DYNAMIC
005900         RECORD KEY   IS DL100-AJ-ADJUSTMENT-ID
006000         FILE STATUS  IS WS-ADJREG-STATUS.
006100*    TRANOUT IS THE ADJUSTMENT FEED THE NEXT EXTRACT RUN READS -
006200*    TRANREC RECORDS UNDER SOURCE CODE MADJ.  CTLOUT IS THAT
006300*    FEED'S OWN CONTROL RECORD.
006400     SELECT TRANOUT ASSIGN TO TRANOUT
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-TRANOUT-STATUS.
006700     SELECT CTLOUT  ASSIGN TO CTLOUT
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-CTLOUT-STATUS.
007000     SELECT RELRPT  ASSIGN TO RELRPT
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-RELRPT-STATUS.
007300     SELECT HELDRPT ASSIGN TO HELDRPT
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-HELDRPT-STATUS.
007600     SELECT AUDTRL  ASSIGN TO AUDTRL
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-AUDTRL-STATUS.
007900     SELECT STATOUT ASSIGN TO STATOUT
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-STATOUT-STATUS.
008200*    PARMCRD CARRIES THE RUN'S KEYWORD=VALUE CONTROL CARDS -
008300*    SEE 1050-LOAD-CONTROL-CARDS.
008400     SELECT OPTIONAL PARMCRD ASSIGN TO PARMCRD
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-PARMCRD-STATUS.
008700 DATA           DIVISION.
008800 FILE           SECTION.
008900 FD  APVIN
009000     RECORDING MODE IS F.
009100 01  APVIN-REC                      PIC X(80).
009200 FD  ADJREG
009300     RECORD CONTAINS 80 CHARACTERS.
009400*
009500     COPY ADJREC.
009600*
009700 FD  TRANOUT
009800     RECORDING MODE IS F.
009900 01  TRANOUT-REC                    PIC X(80).
010000 FD  CTLOUT
010100     RECORDING MODE IS F.
010200 01  CTLOUT-REC                     PIC X(80).
010300 FD  RELRPT
010400     RECORDING MODE IS F.
010500 01  RELRPT-REC                     PIC X(80).
010600 FD  HELDRPT
010700     RECORDING MODE IS F.
010800 01  HELDRPT-REC                    PIC X(80).
010900 FD  AUDTRL
011000     RECORDING MODE IS F.
011100 01  AUDTRL-REC                     PIC X(80).
011200 FD  STATOUT
011300     RECORDING MODE IS F.
011400 01  STATOUT-REC                    PIC X(80).
011500 FD  PARMCRD
011600     RECORDING MODE IS F.
011700 01  PARMCRD-REC                    PIC X(80).
011800 WORKING-STORAGE SECTION.
011900*
012000     COPY COPY1.
012100*
012200 01  WS-DATE-TIME.
012300     05  WS-CURRENT-DATE            PIC 9(8).
012400     05  WS-CURRENT-TIME            PIC 9(8).
012500 01  WS-FILE-STATUSES.
012600     05  WS-APVIN-STATUS            PIC XX       VALUE '00'.
012700         88  APVIN-OK                            VALUE '00'.
012800         88  APVIN-EOF                           VALUE '10'.
012900     05  WS-ADJREG-STATUS           PIC XX       VALUE '00'.
013000         88  ADJREG-OK                           VALUE '00' '05'.
013100         88  ADJREG-EOF                          VALUE '10'.
013200     05  WS-TRANOUT-STATUS          PIC XX       VALUE '00'.
013300         88  TRANOUT-OK                          VALUE '00'.
013400     05  WS-CTLOUT-STATUS           PIC XX       VALUE '00'.
013500         88  CTLOUT-OK                           VALUE '00'.
013600     05  WS-RELRPT-STATUS           PIC XX       VALUE '00'.
013700         88  RELRPT-OK                           VALUE '00'.
013800     05  WS-HELDRPT-STATUS          PIC XX       VALUE '00'.
013900         88  HELDRPT-OK                          VALUE '00'.
014000     05  WS-AUDTRL-STATUS           PIC XX       VALUE '00'.
014100         88  AUDTRL-OK                           VALUE '00'.
014200     05  WS-STATOUT-STATUS          PIC XX       VALUE '00'.
014300         88  STATOUT-OK                          VALUE '00'.
014400     05  WS-PARMCRD-STATUS          PIC XX       VALUE '00'.
014500         88  PARMCRD-OK                          VALUE '00'.
014600         88  PARMCRD-EOF                         VALUE '10'.
014700*
014800 01  WS-SWITCHES.
014900     05  WS-APVIN-EOF-SW            PIC X        VALUE 'N'.
015000         88  APVIN-AT-EOF                        VALUE 'Y'.
015100     05  WS-REGISTER-SCAN-SW        PIC X        VALUE 'N'.
015200         88  REGISTER-SCAN-DONE                  VALUE 'Y'.
015300     05  WS-ABORT-SW                PIC X        VALUE 'N'.
015400         88  ABORT-RUN                           VALUE 'Y'.
015500*
015600 01  WS-COUNTERS                    COMP.
015700     05  WS-RECORDS-READ            PIC 9(9)     VALUE 0.
015800     05  WS-RECORDS-WRITTEN         PIC 9(9)     VALUE 0.
015900     05  WS-REJECTED-BY-CHECKER     PIC 9(9)     VALUE 0.
016000     05  WS-HELD-SELF               PIC 9(9)     VALUE 0.
016100     05  WS-HELD-OVER-LIMIT         PIC 9(9)     VALUE 0.
016200     05  WS-DECISIONS-REFUSED       PIC 9(9)     VALUE 0.
016300     05  WS-STILL-UNDECIDED         PIC 9(9)     VALUE 0.
016400*
016500*    FEED SEQUENCE, RUN TOTALS AND THE RELEASE LIMIT.  THE LIMIT
016600*    IS WHOLE BASE-CURRENCY UNITS AND APPLIES TO THE SIZE OF THE
016700*    ADJUSTMENT EITHER WAY - A DEBIT IS TESTED ON ITS ABSOLUTE
016800*    VALUE.
016900 01  WS-RELEASE-WORK.
017000     05  WS-NEXT-SEQUENCE           PIC 9(08)       VALUE 0.
017100     05  WS-TOTAL-AMOUNT            PIC S9(11)V99   VALUE 0.
017200     05  WS-UNDECIDED-AMOUNT        PIC S9(11)V99   VALUE 0.
017300     05  WS-ABS-AMOUNT              PIC S9(09)V99   VALUE 0.
017400     05  WS-RELEASE-LIMIT           PIC 9(09)       VALUE 10000.
017500*
017600*    CONTROL-CARD PARSE WORK AREA - SEE 1050-LOAD-CONTROL-CARDS.
017700 01  WS-CARD-WORK.
017800     05  WS-CC-KEYWORD              PIC X(16)    VALUE SPACES.
017900     05  WS-CC-VALUE                PIC X(20)    VALUE SPACES.
018000     05  WS-CC-NUMERIC              PIC 9(09)    VALUE 0   COMP.
018100     05  WS-CC-DIGIT                PIC 9(01)    VALUE 0.
018200     05  WS-CC-SUB                  PIC 9(02)    VALUE 0   COMP.
018300     05  WS-CC-SCAN-SW              PIC X(01)    VALUE SPACE.
018400         88  CC-VALUE-ENDED                      VALUE 'E'.
018500         88  CC-VALUE-BAD                        VALUE 'B'.
018600*
018700     COPY ADJAREC.
018800*
018900     COPY TRANREC.
019000*
019100     COPY CTLREC.
019200*
019300     COPY AUDTREC.
019400*
019500     COPY STATREC.
019600*
019700 01  WS-AUDIT-TIMESTAMPS.
019800     05  WS-RUN-START-DATE          PIC 9(08)    VALUE 0.
019900     05  WS-RUN-START-TIME          PIC 9(08)    VALUE 0.
020000*
020100 01  WS-REL-HEADING-1.
020200     05  FILLER                     PIC X(01)    VALUE SPACE.
020300     05  FILLER                     PIC X(44)    VALUE
020400         'HELLO24 MANUAL-ADJUSTMENT RELEASE  RUN DATE'.
020500     05  FILLER                     PIC X(01)    VALUE SPACE.
020600     05  WS-RH-RUN-DATE             PIC X(08)    VALUE SPACES.
020700     05  FILLER                     PIC X(26)    VALUE SPACES.
020800 01  WS-HLD-HEADING-1.
020900     05  FILLER                     PIC X(01)    VALUE SPACE.
021000     05  FILLER                     PIC X(44)    VALUE
021100         'HELLO24 ADJUSTMENTS NOT RELEASED   RUN DATE'.
021200     05  FILLER                     PIC X(01)    VALUE SPACE.
021300     05  WS-HH-RUN-DATE             PIC X(08)    VALUE SPACES.
021400     05  FILLER                     PIC X(26)    VALUE SPACES.
021500 01  WS-REL-HEADING-2.
021600     05  FILLER                     PIC X(01)    VALUE SPACE.
021700     05  FILLER                     PIC X(39)    VALUE
021800         'ADJUSTMENT-ID ACCOUNT-NO        AMOUNT'.
021900     05  FILLER                     PIC X(40)    VALUE
022000         'MAKER    CHECKER  NOTE'.
022100 01  WS-REL-DETAIL.
022200     05  FILLER                     PIC X(01)    VALUE SPACE.
022300     05  WS-RD-ENTRY-DATE           PIC X(08)    VALUE SPACES.
022400     05  WS-RD-DASH                 PIC X(01)    VALUE SPACE.
022500     05  WS-RD-ENTRY-SEQ            PIC X(04)    VALUE SPACES.
022600     05  FILLER                     PIC X(01)    VALUE SPACE.
022700     05  WS-RD-ACCOUNT-NO           PIC X(10)    VALUE SPACES.
022800     05  FILLER                     PIC X(01)    VALUE SPACE.
022900     05  WS-RD-AMOUNT               PIC -Z(8)9.99.
023000     05  FILLER                     PIC X(01)    VALUE SPACE.
023100     05  WS-RD-MAKER-ID             PIC X(08)    VALUE SPACES.
023200     05  FILLER                     PIC X(01)    VALUE SPACE.
023300     05  WS-RD-CHECKER-ID           PIC X(08)    VALUE SPACES.
023400     05  FILLER                     PIC X(01)    VALUE SPACE.
023500     05  WS-RD-NOTE                 PIC X(22)    VALUE SPACES.
023600 01  WS-REL-REASON-LINE.
023700     05  FILLER                     PIC X(15)    VALUE SPACES.
023800     05  FILLER                     PIC X(08)    VALUE 'REASON: '.
023900     05  WS-RR-REASON-CODE          PIC X(02)    VALUE SPACES.
024000     05  FILLER                     PIC X(01)    VALUE SPACE.
024100     05  WS-RR-REASON-TEXT          PIC X(12)    VALUE SPACES.
024200     05  FILLER                     PIC X(42)    VALUE SPACES.
024300 01  WS-REL-TRAILER.
024400     05  FILLER                     PIC X(01)    VALUE SPACE.
024500     05  WS-RT-LABEL                PIC X(26)    VALUE SPACES.
024600     05  WS-RT-COUNT                PIC Z(08)9.
024700     05  FILLER                     PIC X(44)    VALUE SPACES.
024800 01  WS-REL-AMOUNT-TRAILER.
024900     05  FILLER                     PIC X(01)    VALUE SPACE.
025000     05  WS-RA-LABEL                PIC X(26)    VALUE SPACES.
025100     05  WS-RA-AMOUNT               PIC -Z(12)9.99.
025200     05  FILLER                     PIC X(36)    VALUE SPACES.
025300*
025400 LINKAGE        SECTION.
025500*
025600 01  LS-PARM-AREA.
025700     05  LS-PARM-LEN                PIC S9(4) COMP.
025800     05  LS-PARM-DATA.
025900         10  LS-PARM-OPERATOR-ID    PIC X(08).
026000 PROCEDURE      DIVISION USING LS-PARM-AREA.
026100*
026200 0000-MAINLINE.
026300     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
026400     IF NOT ABORT-RUN
026500         PERFORM 2000-APPLY-DECISIONS  THRU 2000-EXIT
026600         PERFORM 3000-LIST-UNDECIDED   THRU 3000-EXIT
026700         PERFORM 8000-RELEASE-SUMMARY  THRU 8000-EXIT
026800         PERFORM 8300-WRITE-FEED-TOTALS THRU 8300-EXIT
026900     END-IF.
027000     PERFORM 8500-WRITE-AUDIT      THRU 8500-EXIT.
027100     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
027200     GOBACK.
027300*
027400******************************************************************
027500* 1000-INITIALIZE  -  BUILD THE JOB BANNER, APPLY THE CONTROL    *
027600*                     CARDS AND OPEN EVERY FILE.                 *
027700******************************************************************
027800 1000-INITIALIZE.
027900     MOVE 'HELLO24'         TO DL100-JOB-NAME.
028000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
028100     ACCEPT WS-CURRENT-TIME FROM TIME.
028200     MOVE WS-CURRENT-DATE   TO DL100-RUN-DATE.
028300     MOVE WS-CURRENT-TIME   TO DL100-RUN-TIME.
028400     MOVE WS-CURRENT-DATE   TO WS-RUN-START-DATE.
028500     MOVE WS-CURRENT-TIME   TO WS-RUN-START-TIME.
028600     MOVE SPACES            TO DL100-OPERATOR-ID.
028700     IF LS-PARM-LEN >= 8
028800         MOVE LS-PARM-OPERATOR-ID TO DL100-OPERATOR-ID
028900     END-IF.
029000     MOVE 0                 TO DL100-RETURN-CODE.
029100     DISPLAY DL100-JOB-HEADER.
029200     PERFORM 1050-LOAD-CONTROL-CARDS THRU 1050-EXIT.
029300     IF ABORT-RUN
029400         GO TO 1000-EXIT
029500     END-IF.
029600     DISPLAY 'HELLO24 - RELEASE LIMIT ' WS-RELEASE-LIMIT
029700         ' UNITS EITHER WAY'.
029800     OPEN INPUT APVIN.
029900     IF NOT APVIN-OK
030000         DISPLAY 'HELLO24 - UNABLE TO OPEN APVIN, STATUS = '
030100             WS-APVIN-STATUS
030200         SET ABORT-RUN TO TRUE
030300         MOVE 0020 TO DL100-RETURN-CODE
030400         GO TO 1000-EXIT
030500     END-IF.
030600     OPEN I-O ADJREG.
030700     IF NOT ADJREG-OK
030800         DISPLAY 'HELLO24 - UNABLE TO OPEN ADJREG, STATUS = '
030900             WS-ADJREG-STATUS
031000         SET ABORT-RUN TO TRUE
031100         MOVE 0020 TO DL100-RETURN-CODE
031200         GO TO 1000-EXIT
031300     END-IF.
031350     PERFORM 1200-FIND-LAST-RELEASE THRU 1200-EXIT.
031400     OPEN OUTPUT TRANOUT.
031500     IF NOT TRANOUT-OK
031600         DISPLAY 'HELLO24 - UNABLE TO OPEN TRANOUT, STATUS = '
031700             WS-TRANOUT-STATUS
031800         SET ABORT-RUN TO TRUE
031900         MOVE 0020 TO DL100-RETURN-CODE
032000         GO TO 1000-EXIT
032100     END-IF.
032200     OPEN OUTPUT RELRPT.
032300     IF NOT RELRPT-OK
032400         DISPLAY 'HELLO24 - UNABLE TO OPEN RELRPT, STATUS = '
032500             WS-RELRPT-STATUS
032600         SET ABORT-RUN TO TRUE
032700         MOVE 0020 TO DL100-RETURN-CODE
032800         GO TO 1000-EXIT
032900     END-IF.
033000     OPEN OUTPUT HELDRPT.
033100     IF NOT HELDRPT-OK
033200         DISPLAY 'HELLO24 - UNABLE TO OPEN HELDRPT, STATUS = '
033300             WS-HELDRPT-STATUS
033400         SET ABORT-RUN TO TRUE
033500         MOVE 0020 TO DL100-RETURN-CODE
033600         GO TO 1000-EXIT
033700     END-IF.
033800     MOVE DL100-RUN-DATE    TO WS-RH-RUN-DATE.
033900     MOVE WS-REL-HEADING-1  TO RELRPT-REC.
034000     WRITE RELRPT-REC.
034100     MOVE WS-REL-HEADING-2  TO RELRPT-REC.
034200     WRITE RELRPT-REC.
034300     MOVE DL100-RUN-DATE    TO WS-HH-RUN-DATE.
034400     MOVE WS-HLD-HEADING-1  TO HELDRPT-REC.
034500     WRITE HELDRPT-REC.
034600     MOVE WS-REL-HEADING-2  TO HELDRPT-REC.
034700     WRITE HELDRPT-REC.
034800 1000-EXIT.
034900     EXIT.
035000*
035100******************************************************************
035200* 1050-LOAD-CONTROL-CARDS  -  READ THE KEYWORD=VALUE CONTROL     *
035300*                        CARDS.  EVERY CARD IS ECHOED TO THE     *
035400*                        JOB LOG SO THE RUN'S OPTIONS ARE ON     *
035500*                        RECORD; A BAD KEYWORD FAILS THE STEP    *
035600*                        RC 0020 BEFORE ANY OTHER FILE IS        *
035700*                        OPENED.  KEYWORDS - OPERATOR, ADJLIMIT. *
035800******************************************************************
035900 1050-LOAD-CONTROL-CARDS.
036000     OPEN INPUT PARMCRD.
036100     IF NOT PARMCRD-OK
036200         DISPLAY 'HELLO24 - NO CONTROL CARDS - PARM AND '
036300             'DEFAULTS APPLY'
036400         GO TO 1050-EXIT
036500     END-IF.
036600     PERFORM 1055-READ-PARMCRD THRU 1055-EXIT.
036700     PERFORM 1060-ONE-CONTROL-CARD THRU 1060-EXIT
036800         UNTIL PARMCRD-EOF OR ABORT-RUN.
036900     CLOSE PARMCRD.
037000 1050-EXIT.
037100     EXIT.
037200*
037300 1055-READ-PARMCRD.
037400     READ PARMCRD
037500         AT END
037600             GO TO 1055-EXIT
037700     END-READ.
037800 1055-EXIT.
037900     EXIT.
038000*
038100 1060-ONE-CONTROL-CARD.
038200     DISPLAY 'HELLO24 - CONTROL CARD: ' PARMCRD-REC.
038300     IF PARMCRD-REC = SPACES OR PARMCRD-REC (1:1) = '*'
038400         GO TO 1060-NEXT
038500     END-IF.
038600     MOVE SPACES TO WS-CC-KEYWORD.
038700     MOVE SPACES TO WS-CC-VALUE.
038800     UNSTRING PARMCRD-REC DELIMITED BY '='
038900         INTO WS-CC-KEYWORD WS-CC-VALUE.
039000     EVALUATE WS-CC-KEYWORD
039100         WHEN 'OPERATOR'
039200             MOVE WS-CC-VALUE (1:8) TO DL100-OPERATOR-ID
039300         WHEN 'ADJLIMIT'
039400             PERFORM 1080-NUMERIC-VALUE THRU 1080-EXIT
039500             IF NOT CC-VALUE-BAD
039600                 IF WS-CC-NUMERIC < 1 OR WS-CC-NUMERIC > 9999999
039700                     PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
039800                 ELSE
039900                     MOVE WS-CC-NUMERIC TO WS-RELEASE-LIMIT
040000                 END-IF
040100             END-IF
040200         WHEN OTHER
040300             DISPLAY 'HELLO24 - BAD CONTROL CARD KEYWORD: '
040400                 WS-CC-KEYWORD
040500             MOVE 0020 TO DL100-RETURN-CODE
040600             SET ABORT-RUN TO TRUE
040700     END-EVALUATE.
040800 1060-NEXT.
040900     PERFORM 1055-READ-PARMCRD THRU 1055-EXIT.
041000 1060-EXIT.
041100     EXIT.
041200*
041300******************************************************************
041400* 1080-NUMERIC-VALUE  -  CONVERT THE CARD'S LEFT-JUSTIFIED       *
041500*                        VALUE DIGITS INTO WS-CC-NUMERIC.  A     *
041600*                        VALUE WITH NO DIGITS, OR WITH ANYTHING  *
041700*                        OTHER THAN DIGITS BEFORE THE FIRST      *
041800*                        SPACE, IS A BAD CARD - RC 0020.         *
041900******************************************************************
042000 1080-NUMERIC-VALUE.
042100     MOVE 0     TO WS-CC-NUMERIC.
042200     MOVE SPACE TO WS-CC-SCAN-SW.
042300     PERFORM 1085-ONE-VALUE-DIGIT THRU 1085-EXIT
042400         VARYING WS-CC-SUB FROM 1 BY 1
042500             UNTIL WS-CC-SUB > 20
042600                OR CC-VALUE-ENDED
042700                OR CC-VALUE-BAD.
042800     IF WS-CC-VALUE (1:1) = SPACE
042900         SET CC-VALUE-BAD TO TRUE
043000     END-IF.
043100     IF CC-VALUE-BAD
043200         PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
043300     END-IF.
043400 1080-EXIT.
043500     EXIT.
043600*
043700 1085-ONE-VALUE-DIGIT.
043800     IF WS-CC-VALUE (WS-CC-SUB:1) = SPACE
043900         SET CC-VALUE-ENDED TO TRUE
044000         GO TO 1085-EXIT
044100     END-IF.
044200     IF WS-CC-VALUE (WS-CC-SUB:1) IS NOT NUMERIC
044300         SET CC-VALUE-BAD TO TRUE
044400         GO TO 1085-EXIT
044500     END-IF.
044600     MOVE WS-CC-VALUE (WS-CC-SUB:1) TO WS-CC-DIGIT.
044700     COMPUTE WS-CC-NUMERIC =
044800         (WS-CC-NUMERIC * 10) + WS-CC-DIGIT.
044900 1085-EXIT.
045000     EXIT.
045100*
045200 1090-BAD-CARD-VALUE.
045300     DISPLAY 'HELLO24 - BAD CONTROL CARD VALUE FOR '
045400         WS-CC-KEYWORD ': ' WS-CC-VALUE.
045500     MOVE 0020 TO DL100-RETURN-CODE.
045600     SET ABORT-RUN TO TRUE.
045700 1090-EXIT.
045800     EXIT.
045902*
045904******************************************************************
045906* 1200-FIND-LAST-RELEASE  -  AN EARLIER RUN THE SAME             *
045908*                      DAY MAY HAVE RELEASED TO THE FEED         *
045910*                      ALREADY.  THE REGISTER IS KEYED ON        *
045912*                      ENTRY DATE, AND ANY ENTRY CAN BE          *
045914*                      RELEASED TODAY, SO READ IT ALL AND        *
045916*                      KEEP THE HIGHEST FEED SEQUENCE            *
045918*                      RELEASED TODAY.  THE FEED GOES ON         *
045920*                      FROM THERE.                               *
045922******************************************************************
045924 1200-FIND-LAST-RELEASE.
045926     MOVE 0                 TO WS-NEXT-SEQUENCE.
045928     MOVE LOW-VALUES        TO DL100-AJ-ADJUSTMENT-ID.
045930     START ADJREG KEY NOT < DL100-AJ-ADJUSTMENT-ID
045932         INVALID KEY
045934             GO TO 1200-EXIT
045936     END-START.
045938     PERFORM 1210-READ-NEXT-RELEASE THRU 1210-EXIT
045940         UNTIL REGISTER-SCAN-DONE.
045942     MOVE 'N'               TO WS-REGISTER-SCAN-SW.
045944     IF WS-NEXT-SEQUENCE > 0
045946         DISPLAY 'HELLO24 - CONTINUING TODAY''S FEED SEQUENCE '
045948             'AFTER ' WS-NEXT-SEQUENCE
045950     END-IF.
045952 1200-EXIT.
045954     EXIT.
045956*
045958 1210-READ-NEXT-RELEASE.
045960     READ ADJREG NEXT
045962         AT END
045964             SET REGISTER-SCAN-DONE TO TRUE
045966             GO TO 1210-EXIT
045968     END-READ.
045970     IF DL100-AJ-RELEASED
045972      AND DL100-AJ-DECISION-DATE = DL100-RUN-DATE
045974      AND DL100-AJ-RELEASE-SEQ > WS-NEXT-SEQUENCE
045976         MOVE DL100-AJ-RELEASE-SEQ TO WS-NEXT-SEQUENCE
045978     END-IF.
045980 1210-EXIT.
045982     EXIT.
046000******************************************************************
046100* 2000-APPLY-DECISIONS  -  DRIVE THE CHECKERS' DECISIONS THROUGH *
046200*                        THE REGISTER ONE AT A TIME.             *
046300******************************************************************
046400 2000-APPLY-DECISIONS.
046500     PERFORM 2100-READ-APVIN THRU 2100-EXIT.
046600     PERFORM 2200-DECIDE-ONE THRU 2200-EXIT
046700         UNTIL APVIN-AT-EOF.
046800 2000-EXIT.
046900     EXIT.
047000*
047100 2100-READ-APVIN.
047200     READ APVIN
047300         AT END
047400             MOVE 'Y' TO WS-APVIN-EOF-SW
047500             GO TO 2100-EXIT
047600     END-READ.
047700     ADD 1 TO WS-RECORDS-READ.
047800     MOVE APVIN-REC TO DL100-ADJ-APPROVAL-RECORD.
047900 2100-EXIT.
048000     EXIT.
048100*
048200******************************************************************
048300* 2200-DECIDE-ONE  -  APPLY ONE DECISION.  THE MAKER CAN NEVER   *
048400*                     DECIDE HIS OR HER OWN ADJUSTMENT - THAT IS *
048500*                     TESTED BEFORE THE DECISION CODE, SO A MAKER*
048600*                     CANNOT QUIETLY REJECT AND RE-KEY EITHER.   *
048700*                     AN APPROVAL OVER THE LIMIT IS RECORDED BUT *
048800*                     HELD; ANYTHING ELSE APPROVED IS RELEASED.  *
048900******************************************************************
049000 2200-DECIDE-ONE.
049100     MOVE SPACES                TO WS-REL-DETAIL.
049200     MOVE DL100-AA-ENTRY-DATE   TO WS-RD-ENTRY-DATE.
049300     MOVE '-'                   TO WS-RD-DASH.
049400     MOVE DL100-AA-ENTRY-SEQ    TO WS-RD-ENTRY-SEQ.
049500     MOVE DL100-AA-OPERATOR-ID  TO WS-RD-CHECKER-ID.
049600     MOVE 0                     TO WS-RD-AMOUNT.
049700     IF DL100-AA-ENTRY-SEQ IS NOT NUMERIC
049800         MOVE 'BAD ADJUSTMENT ID'  TO WS-RD-NOTE
049900         PERFORM 2500-REFUSE-ONE THRU 2500-EXIT
050000         GO TO 2200-READ-NEXT
050100     END-IF.
050200     IF DL100-AA-OPERATOR-ID = SPACES
050300         MOVE 'NO OPERATOR ID'     TO WS-RD-NOTE
050400         PERFORM 2500-REFUSE-ONE THRU 2500-EXIT
050500         GO TO 2200-READ-NEXT
050600     END-IF.
050700     IF NOT DL100-AA-APPROVE AND NOT DL100-AA-REJECT
050800         MOVE 'BAD DECISION CODE'  TO WS-RD-NOTE
050900         PERFORM 2500-REFUSE-ONE THRU 2500-EXIT
051000         GO TO 2200-READ-NEXT
051100     END-IF.
051200     MOVE DL100-AA-ADJUSTMENT-ID TO DL100-AJ-ADJUSTMENT-ID.
051300     READ ADJREG
051400         INVALID KEY
051500             MOVE 'NO SUCH ADJUSTMENT' TO WS-RD-NOTE
051600             PERFORM 2500-REFUSE-ONE THRU 2500-EXIT
051700             GO TO 2200-READ-NEXT
051800     END-READ.
051900     MOVE DL100-AJ-ACCOUNT-NO   TO WS-RD-ACCOUNT-NO.
052000     MOVE DL100-AJ-AMOUNT       TO WS-RD-AMOUNT.
052100     MOVE DL100-AJ-MAKER-ID     TO WS-RD-MAKER-ID.
052200     IF DL100-AJ-RELEASED
052300         MOVE 'ALREADY RELEASED'   TO WS-RD-NOTE
052400         PERFORM 2500-REFUSE-ONE THRU 2500-EXIT
052500         GO TO 2200-READ-NEXT
052600     END-IF.
052700     IF DL100-AJ-REJECTED
052800         MOVE 'ALREADY REJECTED'   TO WS-RD-NOTE
052900         PERFORM 2500-REFUSE-ONE THRU 2500-EXIT
053000         GO TO 2200-READ-NEXT
053100     END-IF.
053200     MOVE DL100-AA-OPERATOR-ID  TO DL100-AJ-CHECKER-ID.
053300     MOVE DL100-RUN-DATE        TO DL100-AJ-DECISION-DATE.
053400     IF DL100-AA-OPERATOR-ID = DL100-AJ-MAKER-ID
053500         SET DL100-AJ-HELD-SELF TO TRUE
053600         ADD 1 TO WS-HELD-SELF
053700         MOVE 'HELD - SELF-APPROVED' TO WS-RD-NOTE
053800         PERFORM 2600-HOLD-ONE THRU 2600-EXIT
053900         GO TO 2200-READ-NEXT
054000     END-IF.
054100     IF DL100-AA-REJECT
054200         SET DL100-AJ-REJECTED  TO TRUE
054300         ADD 1 TO WS-REJECTED-BY-CHECKER
054400         MOVE 'REJECTED'           TO WS-RD-NOTE
054500         PERFORM 2700-REWRITE-REGISTER THRU 2700-EXIT
054600         GO TO 2200-READ-NEXT
054700     END-IF.
054800     MOVE DL100-AJ-AMOUNT       TO WS-ABS-AMOUNT.
054900     IF WS-ABS-AMOUNT < 0
055000         COMPUTE WS-ABS-AMOUNT = 0 - WS-ABS-AMOUNT
055100     END-IF.
055200     IF WS-ABS-AMOUNT > WS-RELEASE-LIMIT
055300         SET DL100-AJ-HELD-LIMIT TO TRUE
055400         ADD 1 TO WS-HELD-OVER-LIMIT
055500         MOVE 'HELD - OVER LIMIT'  TO WS-RD-NOTE
055600         PERFORM 2600-HOLD-ONE THRU 2600-EXIT
055700         GO TO 2200-READ-NEXT
055800     END-IF.
055900     PERFORM 2550-WRITE-ADJUSTMENT THRU 2550-EXIT.
056000     SET DL100-AJ-RELEASED      TO TRUE.
056100     MOVE WS-NEXT-SEQUENCE      TO DL100-AJ-RELEASE-SEQ.
056200     MOVE 'RELEASED TO FEED'    TO WS-RD-NOTE.
056300     PERFORM 2700-REWRITE-REGISTER THRU 2700-EXIT.
056400 2200-READ-NEXT.
056500     PERFORM 2100-READ-APVIN THRU 2100-EXIT.
056600 2200-EXIT.
056700     EXIT.
056800*
056900******************************************************************
057000* 2500-REFUSE-ONE  -  A DECISION THAT CANNOT BE APPLIED AT ALL.  *
057100*                     THE REGISTER IS LEFT AS IT WAS.            *
057200******************************************************************
057300 2500-REFUSE-ONE.
057400     ADD 1 TO WS-DECISIONS-REFUSED.
057500     IF DL100-RETURN-CODE < 0004
057600         MOVE 0004 TO DL100-RETURN-CODE
057700     END-IF.
057800     MOVE WS-REL-DETAIL      TO RELRPT-REC.
057900     WRITE RELRPT-REC.
058000 2500-EXIT.
058100     EXIT.
058200*
058300******************************************************************
058400* 2550-WRITE-ADJUSTMENT  -  ONE AJ RECORD ON THE FEED.  THE      *
058500*                      AMOUNT AND ACCOUNT ARE THE REGISTER'S;    *
058600*                      EVERYTHING ELSE IS THE FEED'S OWN         *
058700*                      CONVENTION - SOURCE MADJ, AN UNBROKEN     *
058800*                      SEQUENCE ON FROM TODAY'S LAST RELEASE     *
058850*                      (SEE 1200), TODAY'S DATE AND BASE         *
058900*                      CURRENCY.                                 *
059000******************************************************************
059100 2550-WRITE-ADJUSTMENT.
059200     ADD 1 TO WS-NEXT-SEQUENCE.
059300     MOVE SPACES               TO DL100-TRANS-RECORD.
059400     MOVE 'MADJ'               TO DL100-TR-SOURCE-CODE.
059500     MOVE WS-NEXT-SEQUENCE     TO DL100-TR-SEQUENCE-NO.
059600     MOVE DL100-AJ-ACCOUNT-NO  TO DL100-TR-ACCOUNT-NO.
059700     MOVE DL100-RUN-DATE       TO DL100-TR-TRANS-DATE.
059800     MOVE 'AJ'                 TO DL100-TR-TRANS-TYPE.
059900     MOVE DL100-AJ-AMOUNT      TO DL100-TR-AMOUNT.
060000     MOVE SPACES               TO DL100-TR-CURRENCY-CODE.
060100     MOVE 0                    TO DL100-TR-ORIG-AMOUNT.
060200     MOVE DL100-TRANS-RECORD   TO TRANOUT-REC.
060300     WRITE TRANOUT-REC.
060400     ADD 1 TO WS-RECORDS-WRITTEN.
060500     ADD DL100-TR-AMOUNT TO WS-TOTAL-AMOUNT.
060600 2550-EXIT.
060700     EXIT.
060800*
060900******************************************************************
061000* 2600-HOLD-ONE  -  RECORD THE HOLD ON THE REGISTER.  THE ITEM   *
061100*                   STAYS OPEN FOR A FRESH DECISION.             *
061200******************************************************************
061300 2600-HOLD-ONE.
061400     IF DL100-RETURN-CODE < 0004
061500         MOVE 0004 TO DL100-RETURN-CODE
061600     END-IF.
061700     PERFORM 2700-REWRITE-REGISTER THRU 2700-EXIT.
061800 2600-EXIT.
061900     EXIT.
062000*
062100******************************************************************
062200* 2700-REWRITE-REGISTER  -  PUT THE DECISION ON THE REGISTER AND *
062300*                      PRINT IT, WITH THE MAKER'S REASON UNDER   *
062400*                      IT.  A FAILED REWRITE AFTER A RELEASE     *
062500*                      LEAVES AN AJ ON THE FEED THE REGISTER DOES*
062600*                      NOT SHOW - THE STEP ENDS RC 0016.         *
062700******************************************************************
062800 2700-REWRITE-REGISTER.
062900     REWRITE DL100-ADJUSTMENT-RECORD
063000         INVALID KEY
063100             MOVE 'REWRITE FAILED' TO WS-RD-NOTE
063200             MOVE 0016 TO DL100-RETURN-CODE
063300     END-REWRITE.
063400     MOVE WS-REL-DETAIL         TO RELRPT-REC.
063500     WRITE RELRPT-REC.
063600     MOVE DL100-AJ-REASON-CODE  TO WS-RR-REASON-CODE.
063700     MOVE DL100-AJ-REASON-TEXT  TO WS-RR-REASON-TEXT.
063800     MOVE WS-REL-REASON-LINE    TO RELRPT-REC.
063900     WRITE RELRPT-REC.
064000 2700-EXIT.
064100     EXIT.
064200*
064300******************************************************************
064400* 3000-LIST-UNDECIDED  -  SWEEP THE WHOLE REGISTER IN ID ORDER   *
064500*                        AND LIST EVERY ADJUSTMENT STILL OPEN -  *
064600*                        NEVER APPROVED, OR HELD - SO NOTHING    *
064700*                        KEYED IS EVER SILENTLY FORGOTTEN.       *
064800******************************************************************
064900 3000-LIST-UNDECIDED.
065000     MOVE LOW-VALUES            TO DL100-AJ-ADJUSTMENT-ID.
065100     START ADJREG KEY NOT < DL100-AJ-ADJUSTMENT-ID
065200         INVALID KEY
065300             GO TO 3000-EXIT
065400     END-START.
065500     PERFORM 3100-READ-NEXT-ENTRY THRU 3100-EXIT.
065600     PERFORM 3200-LIST-ONE THRU 3200-EXIT
065700         UNTIL REGISTER-SCAN-DONE.
065800 3000-EXIT.
065900     EXIT.
066000*
066100 3100-READ-NEXT-ENTRY.
066200     READ ADJREG NEXT
066300         AT END
066400             SET REGISTER-SCAN-DONE TO TRUE
066500     END-READ.
066600 3100-EXIT.
066700     EXIT.
066800*
066900 3200-LIST-ONE.
067000     IF NOT DL100-AJ-UNDECIDED
067100         GO TO 3200-READ-NEXT
067200     END-IF.
067300     ADD 1 TO WS-STILL-UNDECIDED.
067400     ADD DL100-AJ-AMOUNT        TO WS-UNDECIDED-AMOUNT.
067500     MOVE SPACES                TO WS-REL-DETAIL.
067600     MOVE DL100-AJ-ENTRY-DATE   TO WS-RD-ENTRY-DATE.
067700     MOVE '-'                   TO WS-RD-DASH.
067800     MOVE DL100-AJ-ENTRY-SEQ    TO WS-RD-ENTRY-SEQ.
067900     MOVE DL100-AJ-ACCOUNT-NO   TO WS-RD-ACCOUNT-NO.
068000     MOVE DL100-AJ-AMOUNT       TO WS-RD-AMOUNT.
068100     MOVE DL100-AJ-MAKER-ID     TO WS-RD-MAKER-ID.
068200     MOVE DL100-AJ-CHECKER-ID   TO WS-RD-CHECKER-ID.
068300     EVALUATE TRUE
068400         WHEN DL100-AJ-HELD-SELF
068500             MOVE 'HELD - SELF-APPROVED' TO WS-RD-NOTE
068600         WHEN DL100-AJ-HELD-LIMIT
068700             MOVE 'HELD - OVER LIMIT'    TO WS-RD-NOTE
068800         WHEN OTHER
068900             MOVE 'AWAITING APPROVAL'    TO WS-RD-NOTE
069000     END-EVALUATE.
069100     MOVE WS-REL-DETAIL         TO HELDRPT-REC.
069200     WRITE HELDRPT-REC.
069300     MOVE DL100-AJ-REASON-CODE  TO WS-RR-REASON-CODE.
069400     MOVE DL100-AJ-REASON-TEXT  TO WS-RR-REASON-TEXT.
069500     MOVE WS-REL-REASON-LINE    TO HELDRPT-REC.
069600     WRITE HELDRPT-REC.
069700 3200-READ-NEXT.
069800     PERFORM 3100-READ-NEXT-ENTRY THRU 3100-EXIT.
069900 3200-EXIT.
070000     EXIT.
070100*
070200******************************************************************
070300* 8000-RELEASE-SUMMARY  -  THE TRAILERS ON BOTH LISTINGS.        *
070400******************************************************************
070500 8000-RELEASE-SUMMARY.
070600     MOVE 'DECISIONS READ          =' TO WS-RT-LABEL.
070700     MOVE WS-RECORDS-READ       TO WS-RT-COUNT.
070800     MOVE WS-REL-TRAILER        TO RELRPT-REC.
070900     WRITE RELRPT-REC.
071000     MOVE 'RELEASED (TO FEED)      =' TO WS-RT-LABEL.
071100     MOVE WS-RECORDS-WRITTEN    TO WS-RT-COUNT.
071200     MOVE WS-REL-TRAILER        TO RELRPT-REC.
071300     WRITE RELRPT-REC.
071400     MOVE 'REJECTED BY CHECKER     =' TO WS-RT-LABEL.
071500     MOVE WS-REJECTED-BY-CHECKER TO WS-RT-COUNT.
071600     MOVE WS-REL-TRAILER        TO RELRPT-REC.
071700     WRITE RELRPT-REC.
071800     MOVE 'HELD - SELF-APPROVED    =' TO WS-RT-LABEL.
071900     MOVE WS-HELD-SELF          TO WS-RT-COUNT.
072000     MOVE WS-REL-TRAILER        TO RELRPT-REC.
072100     WRITE RELRPT-REC.
072200     MOVE 'HELD - OVER LIMIT       =' TO WS-RT-LABEL.
072300     MOVE WS-HELD-OVER-LIMIT    TO WS-RT-COUNT.
072400     MOVE WS-REL-TRAILER        TO RELRPT-REC.
072500     WRITE RELRPT-REC.
072600     MOVE 'DECISIONS REFUSED       =' TO WS-RT-LABEL.
072700     MOVE WS-DECISIONS-REFUSED  TO WS-RT-COUNT.
072800     MOVE WS-REL-TRAILER        TO RELRPT-REC.
072900     WRITE RELRPT-REC.
073000     MOVE 'AMOUNT RELEASED         =' TO WS-RA-LABEL.
073100     MOVE WS-TOTAL-AMOUNT       TO WS-RA-AMOUNT.
073200     MOVE WS-REL-AMOUNT-TRAILER TO RELRPT-REC.
073300     WRITE RELRPT-REC.
073400     MOVE 'ADJUSTMENTS NOT RELEASED=' TO WS-RT-LABEL.
073500     MOVE WS-STILL-UNDECIDED    TO WS-RT-COUNT.
073600     MOVE WS-REL-TRAILER        TO HELDRPT-REC.
073700     WRITE HELDRPT-REC.
073800     MOVE 'AMOUNT NOT RELEASED     =' TO WS-RA-LABEL.
073900     MOVE WS-UNDECIDED-AMOUNT   TO WS-RA-AMOUNT.
074000     MOVE WS-REL-AMOUNT-TRAILER TO HELDRPT-REC.
074100     WRITE HELDRPT-REC.
074200 8000-EXIT.
074300     EXIT.
074400*
074500******************************************************************
074600* 8300-WRITE-FEED-TOTALS  -  THE FEED'S CONTROL RECORD - COUNT   *
074700*                        AND AMOUNT FOR SOURCE MADJ - SO THE     *
074800*                        EXTRACT RUN RECONCILES THE ADJUSTMENTS  *
074900*                        LIKE ANY OTHER UPSTREAM FEED.  WRITTEN  *
075000*                        EVEN WHEN NOTHING WAS RELEASED, SO AN   *
075100*                        EMPTY FEED STILL TIES.  THE RUN DATE IS *
075200*                        LEFT BLANK, AS ON EVERY INBOUND CONTROL *
075300*                        FILE.                                   *
075400******************************************************************
075500 8300-WRITE-FEED-TOTALS.
075600     OPEN OUTPUT CTLOUT.
075700     IF NOT CTLOUT-OK
075800         DISPLAY 'HELLO24 - UNABLE TO OPEN CTLOUT, STATUS = '
075900             WS-CTLOUT-STATUS
076000         MOVE 0016 TO DL100-RETURN-CODE
076100         GO TO 8300-EXIT
076200     END-IF.
076300     MOVE SPACES            TO DL100-CONTROL-RECORD.
076400     MOVE 'MADJ'            TO DL100-CT-SOURCE-CODE.
076500     MOVE WS-RECORDS-WRITTEN TO DL100-CT-CONTROL-COUNT.
076600     MOVE WS-TOTAL-AMOUNT   TO DL100-CT-CONTROL-AMOUNT.
076700     MOVE DL100-CONTROL-RECORD TO CTLOUT-REC.
076800     WRITE CTLOUT-REC.
076900     CLOSE CTLOUT.
077000 8300-EXIT.
077100     EXIT.
077200*
077300******************************************************************
077400* 8500-WRITE-AUDIT  -  APPEND ONE AUDIT-TRAIL RECORD FOR THIS RUN*
077500******************************************************************
077600 8500-WRITE-AUDIT.
077700     OPEN EXTEND AUDTRL.
077800     IF NOT AUDTRL-OK
077900         DISPLAY 'HELLO24 - UNABLE TO OPEN AUDTRL, STATUS = '
078000             WS-AUDTRL-STATUS
078100         GO TO 8500-EXIT
078200     END-IF.
078300     MOVE SPACES               TO DL100-AUDIT-RECORD.
078400     MOVE DL100-JOB-NAME       TO DL100-AU-JOB-NAME.
078500     MOVE DL100-RUN-DATE       TO DL100-AU-RUN-DATE.
078600     MOVE DL100-RUN-TIME       TO DL100-AU-RUN-TIME.
078700     MOVE WS-RUN-START-DATE    TO DL100-AU-START-DATE.
078800     MOVE WS-RUN-START-TIME    TO DL100-AU-START-TIME.
078900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
079000     ACCEPT WS-CURRENT-TIME FROM TIME.
079100     MOVE WS-CURRENT-DATE      TO DL100-AU-END-DATE.
079200     MOVE WS-CURRENT-TIME      TO DL100-AU-END-TIME.
079300     MOVE WS-RECORDS-READ      TO DL100-AU-RECORDS-READ.
079400     MOVE WS-RECORDS-WRITTEN   TO DL100-AU-RECORDS-WRITTEN.
079500     MOVE DL100-RETURN-CODE    TO DL100-AU-RETURN-CODE.
079600     MOVE DL100-AUDIT-RECORD   TO AUDTRL-REC.
079700     WRITE AUDTRL-REC.
079800     CLOSE AUDTRL.
079900 8500-EXIT.
080000     EXIT.
080100*
080200******************************************************************
080300* 9100-WRITE-STATUS  -  THE SINGLE FIXED-FORMAT STATUS RECORD    *
080400*                       THE SCHEDULER AND THE NIGHT-STATUS STEP  *
080500*                       TEST.  WRITTEN FROM 9999 SO EVEN AN      *
080600*                       ABORTED RUN LEAVES A FAIL VERDICT BEHIND.*
080700******************************************************************
080800 9100-WRITE-STATUS.
080900     OPEN OUTPUT STATOUT.
081000     IF NOT STATOUT-OK
081100         DISPLAY 'HELLO24 - UNABLE TO OPEN STATOUT, STATUS = '
081200             WS-STATOUT-STATUS
081300         GO TO 9100-EXIT
081400     END-IF.
081500     MOVE SPACES                 TO DL100-STATUS-RECORD.
081600     MOVE DL100-JOB-NAME         TO DL100-SR-JOB-NAME.
081700     MOVE DL100-RUN-DATE         TO DL100-SR-RUN-DATE.
081800     MOVE WS-RECORDS-READ        TO DL100-SR-RECORDS-READ.
081900     MOVE WS-RECORDS-WRITTEN     TO DL100-SR-RECORDS-WRITTEN.
082000     COMPUTE DL100-SR-RECORDS-SUSPENDED = WS-HELD-SELF
082100                                        + WS-HELD-OVER-LIMIT
082200                                        + WS-DECISIONS-REFUSED.
082300     MOVE WS-TOTAL-AMOUNT        TO DL100-SR-AMOUNT-TOTAL.
082400     MOVE DL100-RETURN-CODE      TO DL100-SR-RETURN-CODE.
082500     IF DL100-RETURN-CODE = 0
082600         SET DL100-SR-PASSED TO TRUE
082700     ELSE
082800         SET DL100-SR-FAILED TO TRUE
082900     END-IF.
083000     MOVE DL100-STATUS-RECORD    TO STATOUT-REC.
083100     WRITE STATOUT-REC.
083200     CLOSE STATOUT.
083300 9100-EXIT.
083400     EXIT.
083500*
083600******************************************************************
083700* 9999-TERMINATE  -  WRITE THE STATUS RECORD, CLOSE FILES,       *
083800*                    REPORT COUNTS AND SET THE STEP RETURN CODE. *
083900******************************************************************
084000 9999-TERMINATE.
084100     PERFORM 9100-WRITE-STATUS THRU 9100-EXIT.
084200     IF NOT ABORT-RUN
084300         CLOSE APVIN
084400         CLOSE ADJREG
084500         CLOSE TRANOUT
084600         CLOSE RELRPT
084700         CLOSE HELDRPT
084800     END-IF.
084900     DISPLAY 'HELLO24 - DECISIONS READ    = ' WS-RECORDS-READ.
085000     DISPLAY 'HELLO24 - RELEASED TO FEED  = ' WS-RECORDS-WRITTEN.
085100     DISPLAY 'HELLO24 - HELD, MAKER       = ' WS-HELD-SELF.
085200     DISPLAY 'HELLO24 - HELD, OVER LIMIT  = ' WS-HELD-OVER-LIMIT.
085300     DISPLAY 'HELLO24 - DECISIONS REFUSED = '
085400         WS-DECISIONS-REFUSED.
085500     DISPLAY 'HELLO24 - NOT YET RELEASED  = ' WS-STILL-UNDECIDED.
085600     DISPLAY 'HELLO24 - FINAL RETURN CODE = ' DL100-RETURN-CODE.
085700     MOVE DL100-RETURN-CODE TO RETURN-CODE.
085800     DISPLAY 'HELLO24 - ADJUSTMENT RELEASE COMPLETE'.
085900 9999-EXIT.
086000     EXIT.
