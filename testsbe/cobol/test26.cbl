000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID.  HELLO26                                        *
000400*                                                                *
000500*    BUSINESS-DAY CALENDAR VALIDATION.                           *
000600*                                                                *
000700*    THE BUSINESS-DAY CALENDAR (CALIN, CALREC) IS KEPT BY        *
000800*    OPERATIONS A YEAR AT A TIME AND READ BY EVERY STEP THAT     *
000900*    DOES DATE ARITHMETIC - SUSPENSE AGING (HELLO12), THE        *
001000*    WAREHOUSE ACK CHECK (HELLO10) AND THE VARIANCE REPORT       *
001100*    (HELLO8).  THOSE STEPS ONLY TEST THAT THE FILE IS IN SHAPE  *
001200*    TO USE; THIS STEP PROVES IT IS RIGHT, AND SAYS WHERE IT IS  *
001300*    NOT.                                                        *
001400*                                                                *
001500*    EVERY MONTH IS CHECKED FOR A GOOD YEAR-MONTH, FOR ITS PLACE *
001600*    IN THE ASCENDING RUN OF MONTHS (NO DUPLICATE, NONE          *
001700*    MISSING), AND DAY BY DAY - EACH REAL DAY CODED B, H OR W,   *
001800*    EACH DAY PAST THE MONTH END CODED X, NO SATURDAY OR SUNDAY  *
001900*    CODED A BUSINESS DAY AND NO WEEKDAY CODED W.  CALRPT LISTS  *
002000*    EVERY EXCEPTION BY MONTH, THEN A LINE PER YEAR WITH ITS     *
002100*    BUSINESS DAYS, HOLIDAYS AND WEEKEND DAYS SO THE OPERATOR    *
002200*    CAN TIE THE YEAR TO THE PUBLISHED HOLIDAY LIST.             *
002300*                                                                *
002400*    THE RUN DATE'S OWN YEAR MUST BE FULLY LOADED.  NEXT YEAR    *
002500*    MUST BE LOADED BEFORE WE REACH IT - WITHIN THE LEADDAYS     *
002600*    CARD'S NUMBER OF DAYS OF YEAR END (DEFAULT 60) A NEXT YEAR  *
002700*    NOT FULLY LOADED IS FLAGGED EVERY NIGHT UNTIL IT IS.  THE   *
002800*    READING STEPS HOLD 240 MONTHS, SO A FILE NEARING THAT IS    *
002900*    FLAGGED FOR OLD YEARS TO BE DROPPED.                        *
003000*                                                                *
003100*    AN ERROR - A DAMAGED MONTH, OR A RUN YEAR NOT LOADED - ENDS *
003200*    THE STEP RC 0016, SINCE THE READING STEPS WILL REFUSE THE   *
003300*    CALENDAR OR MISS THE RUN DATE.  A WARNING - A WEEKEND       *
003400*    BUSINESS DAY, NEXT YEAR NOT LOADED, THE FILE NEAR ITS LIMIT *
003500*    - ENDS RC 0004.                                             *
003600*                                                                *
003700*    MODIFICATION HISTORY                                        *
003800*    DATE       BY    DESCRIPTION                                *
003900*    ---------- ----- -------------------------------------      *
004000*    2026-10-15 DLM   ORIGINAL.                                  *
004100*                                                                *
004200******************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID.    HELLO26.
004500 AUTHOR.        D L MERCER.
004600 INSTALLATION.  DAILY BATCH SUITE.
004700 DATE-WRITTEN.  2026-10-15.
004800 DATE-COMPILED.
004900 ENVIRONMENT    DIVISION.
005000 INPUT-OUTPUT   SECTION.
005100 FILE-CONTROL.
005200*    CALIN IS THE OPERATOR-MAINTAINED BUSINESS-DAY CALENDAR
005300*    (CALREC), ONE RECORD PER MONTH.
005400     SELECT CALIN   ASSIGN TO CALIN
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-CALIN-STATUS.
005700     SELECT CALRPT  ASSIGN TO CALRPT
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-CALRPT-STATUS.
006000     SELECT AUDTRL  ASSIGN TO AUDTRL
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-AUDTRL-STATUS.
006300     SELECT STATOUT ASSIGN TO STATOUT
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-STATOUT-STATUS.
006600*    PARMCRD CARRIES THE RUN'S KEYWORD=VALUE CONTROL CARDS -
006700*    SEE 1050-LOAD-CONTROL-CARDS.
006800     SELECT OPTIONAL PARMCRD ASSIGN TO PARMCRD
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-PARMCRD-STATUS.
007100 DATA           DIVISION.
007200 FILE           SECTION.
007300 FD  CALIN
007400     RECORDING MODE IS F.
007500 01  CALIN-REC                      PIC X(80).
007600 FD  CALRPT
007700     RECORDING MODE IS F.
007800 01  CALRPT-REC                     PIC X(80).
007900 FD  AUDTRL
008000     RECORDING MODE IS F.
008100 01  AUDTRL-REC                     PIC X(80).
008200 FD  STATOUT
008300     RECORDING MODE IS F.
008400 01  STATOUT-REC                    PIC X(80).
008500 FD  PARMCRD
008600     RECORDING MODE IS F.
008700 01  PARMCRD-REC                    PIC X(80).
008800 WORKING-STORAGE SECTION.
008900*
009000     COPY COPY1.
009100*
009200 01  WS-DATE-TIME.
009300     05  WS-CURRENT-DATE            PIC 9(8).
009400     05  WS-CURRENT-TIME            PIC 9(8).
009500 01  WS-FILE-STATUSES.
009600     05  WS-CALIN-STATUS            PIC XX       VALUE '00'.
009700         88  CALIN-OK                            VALUE '00'.
009800     05  WS-CALRPT-STATUS           PIC XX       VALUE '00'.
009900         88  CALRPT-OK                           VALUE '00'.
010000     05  WS-AUDTRL-STATUS           PIC XX       VALUE '00'.
010100         88  AUDTRL-OK                           VALUE '00'.
010200     05  WS-STATOUT-STATUS          PIC XX       VALUE '00'.
010300         88  STATOUT-OK                          VALUE '00'.
010400     05  WS-PARMCRD-STATUS          PIC XX       VALUE '00'.
010500         88  PARMCRD-OK                          VALUE '00'.
010600         88  PARMCRD-EOF                         VALUE '10'.
010700*
010800 01  WS-SWITCHES.
010900     05  WS-CALIN-EOF-SW            PIC X        VALUE 'N'.
011000         88  CALIN-AT-EOF                        VALUE 'Y'.
011100     05  WS-MONTH-SW                PIC X        VALUE 'N'.
011200         88  MONTH-IN-ERROR                      VALUE 'Y'.
011300     05  WS-SEQUENCE-SW             PIC X        VALUE 'N'.
011400         88  MONTH-IN-SEQUENCE                   VALUE 'Y'.
011500     05  WS-ABORT-SW                PIC X        VALUE 'N'.
011600         88  ABORT-RUN                           VALUE 'Y'.
011650     05  WS-CALRPT-OPEN-SW          PIC X        VALUE 'N'.
011660         88  CALRPT-OPEN                         VALUE 'Y'.
011700*
011800 01  WS-COUNTERS                    COMP.
011900     05  WS-MONTHS-READ             PIC 9(9)     VALUE 0.
012000     05  WS-MONTHS-IN-ERROR         PIC 9(9)     VALUE 0.
012100     05  WS-ERRORS                  PIC 9(9)     VALUE 0.
012200     05  WS-WARNINGS                PIC 9(9)     VALUE 0.
012300*
012400*    THE CHECKS.  THE LEAD IS CALENDAR DAYS BEFORE YEAR END BY
012500*    WHICH NEXT YEAR MUST BE LOADED; THE MONTH LIMIT IS THE SIZE
012600*    OF THE READING STEPS' CALENDAR TABLE, AND THE MARGIN HOW
012700*    CLOSE TO IT THE FILE MAY COME BEFORE IT IS FLAGGED.
012800 01  WS-CHECK-WORK.
012900     05  WS-LEAD-DAYS               PIC 9(03)    VALUE 60   COMP.
013000     05  WS-MONTH-LIMIT             PIC 9(03)    VALUE 240  COMP.
013100     05  WS-MONTH-MARGIN            PIC 9(03)    VALUE 12   COMP.
013200     05  WS-MONTH-NUMBER            PIC 9(07)    VALUE 0    COMP.
013300     05  WS-PREV-MONTH-NUMBER       PIC 9(07)    VALUE 0    COMP.
013400     05  WS-MONTH-LENGTH            PIC 9(02)    VALUE 0    COMP.
013500     05  WS-DAY-SUB                 PIC 9(02)    VALUE 0    COMP.
013600     05  WS-WEEKDAY                 PIC 9(01)    VALUE 0    COMP.
013700     05  WS-QUOTIENT                PIC 9(09)    VALUE 0    COMP.
013800     05  WS-LEAP-REM-4              PIC 9(03)    VALUE 0    COMP.
013900     05  WS-LEAP-REM-100            PIC 9(03)    VALUE 0    COMP.
014000     05  WS-LEAP-REM-400            PIC 9(03)    VALUE 0    COMP.
014100     05  WS-TODAY-DAYS              PIC S9(08)   VALUE 0    COMP.
014200     05  WS-DAYS-TO-YEAR-END        PIC S9(08)   VALUE 0    COMP.
014300     05  WS-RUN-YEAR                PIC 9(04)    VALUE 0.
014400     05  WS-NEXT-YEAR               PIC 9(04)    VALUE 0.
014500     05  WS-DAY-DISPLAY             PIC 9(02)    VALUE 0.
014600     05  WS-COUNT-DISPLAY           PIC ZZZ9.
014700     05  WS-DAY-CODE                PIC X(01)    VALUE SPACE.
014800*
014900*    DAYS IN EACH MONTH OF A COMMON YEAR; FEBRUARY GAINS ITS
015000*    29TH IN A LEAP YEAR - SEE 2250-MONTH-LENGTH.
015100 01  WS-MONTH-LENGTHS-DATA.
015200     05  FILLER                     PIC X(24)    VALUE
015300         '312831303130313130313031'.
015400 01  WS-MONTH-LENGTHS REDEFINES WS-MONTH-LENGTHS-DATA.
015500     05  WS-ML-DAYS                 PIC 9(02)    OCCURS 12 TIMES.
015600*
015700*    ONE ROW PER CALENDAR YEAR ON THE FILE, IN FILE ORDER.  ONLY
015800*    MONTHS IN THEIR RIGHT PLACE COUNT TOWARD A YEAR BEING
015900*    LOADED; A YEAR WITH ANY MONTH IN ERROR IS NOT COMPLETE.
016000 01  WS-YR-CONTROL.
016100     05  WS-YR-MAX                  PIC 9(03)    VALUE 40   COMP.
016200     05  WS-YR-COUNT                PIC 9(03)    VALUE 0    COMP.
016300     05  WS-YR-SUB                  PIC 9(03)    VALUE 0    COMP.
016400     05  WS-YR-USE                  PIC 9(03)    VALUE 0    COMP.
016500     05  WS-YR-TABLE.
016600         10  WS-YR-ENTRY            OCCURS 40 TIMES.
016700             15  WS-YR-YEAR         PIC 9(04).
016800             15  WS-YR-MONTHS       PIC 9(03)    COMP.
016900             15  WS-YR-BUSINESS     PIC 9(03)    COMP.
017000             15  WS-YR-HOLIDAYS     PIC 9(03)    COMP.
017100             15  WS-YR-WEEKEND      PIC 9(03)    COMP.
017200             15  WS-YR-ERROR-SW     PIC X(01).
017300                 88  YEAR-IN-ERROR               VALUE 'Y'.
017400*
017500*    DATE ARITHMETIC - THE STANDARD JULIAN-DAY CONVERSION THE
017600*    RUN-HISTORY STEP USES.  A DAY NUMBER MODULO 7 GIVES THE DAY
017700*    OF THE WEEK, 0 MONDAY THROUGH 6 SUNDAY.
017800 01  WS-ELAPSED-WORK                COMP.
017900     05  WS-D2D-DATE                PIC 9(08)    VALUE 0.
018000     05  WS-D2D-YYYY                PIC 9(04)    VALUE 0.
018100     05  WS-D2D-MM                  PIC 9(02)    VALUE 0.
018200     05  WS-D2D-DD                  PIC 9(02)    VALUE 0.
018300     05  WS-D2D-A                   PIC S9(04)   VALUE 0.
018400     05  WS-D2D-Y                   PIC S9(08)   VALUE 0.
018500     05  WS-D2D-M                   PIC S9(04)   VALUE 0.
018600     05  WS-D2D-T1                  PIC S9(08)   VALUE 0.
018700     05  WS-D2D-T2                  PIC S9(08)   VALUE 0.
018800     05  WS-D2D-T3                  PIC S9(08)   VALUE 0.
018900     05  WS-D2D-T4                  PIC S9(08)   VALUE 0.
019000     05  WS-D2D-DAYS                PIC S9(08)   VALUE 0.
019100*
019200     COPY CALREC.
019300*
019400     COPY AUDTREC.
019500*
019600     COPY STATREC.
019700*
019800 01  WS-AUDIT-TIMESTAMPS.
019900     05  WS-RUN-START-DATE          PIC 9(08)    VALUE 0.
020000     05  WS-RUN-START-TIME          PIC 9(08)    VALUE 0.
020100*
020200*    CONTROL-CARD PARSE WORK AREA - SEE 1050-LOAD-CONTROL-CARDS.
020300 01  WS-CARD-WORK.
020400     05  WS-CC-KEYWORD              PIC X(16)    VALUE SPACES.
020500     05  WS-CC-VALUE                PIC X(20)    VALUE SPACES.
020600     05  WS-CC-NUMERIC              PIC 9(09)    VALUE 0   COMP.
020700     05  WS-CC-DIGIT                PIC 9(01)    VALUE 0.
020800     05  WS-CC-SUB                  PIC 9(02)    VALUE 0   COMP.
020900     05  WS-CC-SCAN-SW              PIC X(01)    VALUE SPACE.
021000         88  CC-VALUE-ENDED                      VALUE 'E'.
021100         88  CC-VALUE-BAD                        VALUE 'B'.
021200*
021300 01  WS-CAL-HEADING-1.
021400     05  FILLER                     PIC X(01)    VALUE SPACE.
021500     05  FILLER                     PIC X(52)    VALUE
021600         'HELLO26 BUSINESS-DAY CALENDAR VALIDATION - RUN DATE'.
021700     05  FILLER                     PIC X(01)    VALUE SPACE.
021800     05  WS-CH-RUN-DATE             PIC X(08)    VALUE SPACES.
021900     05  FILLER                     PIC X(18)    VALUE SPACES.
022000 01  WS-CAL-HEADING-2.
022100     05  FILLER                     PIC X(01)    VALUE SPACE.
022200     05  FILLER                     PIC X(79)    VALUE
022300         'MONTH   SEVERITY  EXCEPTION'.
022400 01  WS-CAL-EXCEPTION-LINE.
022500     05  FILLER                     PIC X(01)    VALUE SPACE.
022600     05  WS-CE-YEAR-MONTH           PIC X(06)    VALUE SPACES.
022700     05  FILLER                     PIC X(02)    VALUE SPACES.
022800     05  WS-CE-SEVERITY             PIC X(08)    VALUE SPACES.
022900     05  FILLER                     PIC X(02)    VALUE SPACES.
023000     05  WS-CE-TEXT                 PIC X(61)    VALUE SPACES.
023100 01  WS-CAL-HEADING-3.
023200     05  FILLER                     PIC X(01)    VALUE SPACE.
023300     05  FILLER                     PIC X(79)    VALUE
023400         'YEAR  MONTHS  BUSINESS  HOLIDAYS   WEEKEND  STATUS'.
023500 01  WS-CAL-YEAR-LINE.
023600     05  FILLER                     PIC X(01)    VALUE SPACE.
023700     05  WS-CY-YEAR                 PIC 9(04).
023800     05  FILLER                     PIC X(02)    VALUE SPACES.
023900     05  WS-CY-MONTHS               PIC Z(05)9.
024000     05  FILLER                     PIC X(02)    VALUE SPACES.
024100     05  WS-CY-BUSINESS             PIC Z(07)9.
024200     05  FILLER                     PIC X(02)    VALUE SPACES.
024300     05  WS-CY-HOLIDAYS             PIC Z(07)9.
024400     05  FILLER                     PIC X(02)    VALUE SPACES.
024500     05  WS-CY-WEEKEND              PIC Z(07)9.
024600     05  FILLER                     PIC X(02)    VALUE SPACES.
024700     05  WS-CY-STATUS               PIC X(10)    VALUE SPACES.
024800     05  FILLER                     PIC X(25)    VALUE SPACES.
024900 01  WS-CAL-MESSAGE-LINE.
025000     05  FILLER                     PIC X(01)    VALUE SPACE.
025100     05  WS-CM-TEXT                 PIC X(79)    VALUE SPACES.
025200*
025300 LINKAGE        SECTION.
025400*
025500 01  LS-PARM-AREA.
025600     05  LS-PARM-LEN                PIC S9(4) COMP.
025700     05  LS-PARM-DATA.
025800         10  LS-PARM-OPERATOR-ID    PIC X(08).
025900 PROCEDURE      DIVISION USING LS-PARM-AREA.
026000*
026100 0000-MAINLINE.
026200     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
026300     IF NOT ABORT-RUN
026400         PERFORM 2000-CHECK-MONTHS     THRU 2000-EXIT
026500     END-IF.
026600     IF NOT ABORT-RUN
026700         PERFORM 3000-CHECK-COVERAGE   THRU 3000-EXIT
026800         PERFORM 6000-YEAR-SUMMARY     THRU 6000-EXIT
026900     END-IF.
027000     PERFORM 8500-WRITE-AUDIT      THRU 8500-EXIT.
027100     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
027200     GOBACK.
027300*
027400******************************************************************
027500* 1000-INITIALIZE  -  BUILD THE JOB BANNER, APPLY THE CONTROL    *
027600*                     CARDS, OPEN THE REPORT AND TAKE THE RUN    *
027700*                     DATE'S DAY NUMBER FOR THE YEAR-END LEAD.   *
027800******************************************************************
027900 1000-INITIALIZE.
028000     MOVE 'HELLO26'         TO DL100-JOB-NAME.
028100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
028200     ACCEPT WS-CURRENT-TIME FROM TIME.
028300     MOVE WS-CURRENT-DATE   TO DL100-RUN-DATE.
028400     MOVE WS-CURRENT-TIME   TO DL100-RUN-TIME.
028500     MOVE WS-CURRENT-DATE   TO WS-RUN-START-DATE.
028600     MOVE WS-CURRENT-TIME   TO WS-RUN-START-TIME.
028700     MOVE SPACES            TO DL100-OPERATOR-ID.
028800     IF LS-PARM-LEN >= 8
028900         MOVE LS-PARM-OPERATOR-ID TO DL100-OPERATOR-ID
029000     END-IF.
029100     MOVE 0                 TO DL100-RETURN-CODE.
029200     DISPLAY DL100-JOB-HEADER.
029300     PERFORM 1050-LOAD-CONTROL-CARDS THRU 1050-EXIT.
029400     IF ABORT-RUN
029500         GO TO 1000-EXIT
029600     END-IF.
029700     MOVE WS-CURRENT-DATE   TO WS-D2D-DATE.
029800     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
029900     MOVE WS-D2D-DAYS       TO WS-TODAY-DAYS.
030000     MOVE WS-D2D-YYYY       TO WS-RUN-YEAR.
030100     COMPUTE WS-NEXT-YEAR = WS-RUN-YEAR + 1.
030200     OPEN OUTPUT CALRPT.
030300     IF NOT CALRPT-OK
030400         DISPLAY 'HELLO26 - UNABLE TO OPEN CALRPT, STATUS = '
030500             WS-CALRPT-STATUS
030600         SET ABORT-RUN TO TRUE
030700         MOVE 0020 TO DL100-RETURN-CODE
030800         GO TO 1000-EXIT
030900     END-IF.
030950     SET CALRPT-OPEN TO TRUE.
031000     MOVE DL100-RUN-DATE    TO WS-CH-RUN-DATE.
031100     MOVE WS-CAL-HEADING-1  TO CALRPT-REC.
031200     WRITE CALRPT-REC.
031300     MOVE WS-CAL-HEADING-2  TO CALRPT-REC.
031400     WRITE CALRPT-REC.
031500 1000-EXIT.
031600     EXIT.
031700*
031800******************************************************************
031900* 1050-LOAD-CONTROL-CARDS  -  READ THE KEYWORD=VALUE CONTROL     *
032000*                             CARDS.  EVERY CARD IS ECHOED TO    *
032100*                             THE JOB LOG SO THE RUN'S OPTIONS   *
032200*                             ARE ON RECORD; A BAD KEYWORD OR    *
032300*                             VALUE FAILS THE STEP RC 0020       *
032400*                             BEFORE ANY OTHER FILE IS OPENED.   *
032500*                             KEYWORDS - OPERATOR, LEADDAYS.     *
032600******************************************************************
032700 1050-LOAD-CONTROL-CARDS.
032800     OPEN INPUT PARMCRD.
032900     IF NOT PARMCRD-OK
033000         DISPLAY 'HELLO26 - NO CONTROL CARDS - PARM AND '
033100             'DEFAULTS APPLY'
033200         GO TO 1050-EXIT
033300     END-IF.
033400     PERFORM 1055-READ-PARMCRD THRU 1055-EXIT.
033500     PERFORM 1060-ONE-CONTROL-CARD THRU 1060-EXIT
033600         UNTIL PARMCRD-EOF OR ABORT-RUN.
033700     CLOSE PARMCRD.
033800 1050-EXIT.
033900     EXIT.
034000*
034100 1055-READ-PARMCRD.
034200     READ PARMCRD
034300         AT END
034400             GO TO 1055-EXIT
034500     END-READ.
034600 1055-EXIT.
034700     EXIT.
034800*
034900 1060-ONE-CONTROL-CARD.
035000     DISPLAY 'HELLO26 - CONTROL CARD: ' PARMCRD-REC.
035100     IF PARMCRD-REC = SPACES OR PARMCRD-REC (1:1) = '*'
035200         GO TO 1060-NEXT
035300     END-IF.
035400     MOVE SPACES TO WS-CC-KEYWORD.
035500     MOVE SPACES TO WS-CC-VALUE.
035600     UNSTRING PARMCRD-REC DELIMITED BY '='
035700         INTO WS-CC-KEYWORD WS-CC-VALUE.
035800     EVALUATE WS-CC-KEYWORD
035900         WHEN 'OPERATOR'
036000             MOVE WS-CC-VALUE (1:8) TO DL100-OPERATOR-ID
036100         WHEN 'LEADDAYS'
036200             PERFORM 1080-NUMERIC-VALUE THRU 1080-EXIT
036300             IF NOT CC-VALUE-BAD
036400                 IF WS-CC-NUMERIC > 366
036500                     PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
036600                 ELSE
036700                     MOVE WS-CC-NUMERIC TO WS-LEAD-DAYS
036800                 END-IF
036900             END-IF
037000         WHEN OTHER
037100             DISPLAY 'HELLO26 - BAD CONTROL CARD KEYWORD: '
037200                 WS-CC-KEYWORD
037300             MOVE 0020 TO DL100-RETURN-CODE
037400             SET ABORT-RUN TO TRUE
037500     END-EVALUATE.
037600 1060-NEXT.
037700     PERFORM 1055-READ-PARMCRD THRU 1055-EXIT.
037800 1060-EXIT.
037900     EXIT.
038000*
038100******************************************************************
038200* 1080-NUMERIC-VALUE  -  CONVERT THE CARD'S LEFT-JUSTIFIED VALUE *
038300*                        DIGITS INTO WS-CC-NUMERIC.  A VALUE     *
038400*                        WITH NO DIGITS, OR WITH ANYTHING OTHER  *
038500*                        THAN DIGITS BEFORE THE FIRST SPACE, IS  *
038600*                        A BAD CARD - RC 0020.                   *
038700******************************************************************
038800 1080-NUMERIC-VALUE.
038900     MOVE 0     TO WS-CC-NUMERIC.
039000     MOVE SPACE TO WS-CC-SCAN-SW.
039100     PERFORM 1085-ONE-VALUE-DIGIT THRU 1085-EXIT
039200         VARYING WS-CC-SUB FROM 1 BY 1
039300             UNTIL WS-CC-SUB > 20
039400                OR CC-VALUE-ENDED
039500                OR CC-VALUE-BAD.
039600     IF WS-CC-VALUE (1:1) = SPACE
039700         SET CC-VALUE-BAD TO TRUE
039800     END-IF.
039900     IF CC-VALUE-BAD
040000         PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
040100     END-IF.
040200 1080-EXIT.
040300     EXIT.
040400*
040500 1085-ONE-VALUE-DIGIT.
040600     IF WS-CC-VALUE (WS-CC-SUB:1) = SPACE
040700         SET CC-VALUE-ENDED TO TRUE
040800         GO TO 1085-EXIT
040900     END-IF.
041000     IF WS-CC-VALUE (WS-CC-SUB:1) IS NOT NUMERIC
041100      OR WS-CC-SUB > 9
041200         SET CC-VALUE-BAD TO TRUE
041300         GO TO 1085-EXIT
041400     END-IF.
041500     MOVE WS-CC-VALUE (WS-CC-SUB:1) TO WS-CC-DIGIT.
041600     COMPUTE WS-CC-NUMERIC =
041700         (WS-CC-NUMERIC * 10) + WS-CC-DIGIT.
041800 1085-EXIT.
041900     EXIT.
042000*
042100 1090-BAD-CARD-VALUE.
042200     DISPLAY 'HELLO26 - BAD CONTROL CARD VALUE FOR '
042300         WS-CC-KEYWORD ': ' WS-CC-VALUE.
042400     MOVE 0020 TO DL100-RETURN-CODE.
042500     SET ABORT-RUN TO TRUE.
042600 1090-EXIT.
042700     EXIT.
042800*
042900******************************************************************
043000* 2000-CHECK-MONTHS  -  READ THE CALENDAR AND CHECK EVERY MONTH  *
043100*                       ON IT (SEE 2200).  A CALENDAR THAT       *
043200*                       CANNOT BE OPENED FAILS THE STEP RC 0020; *
043300*                       AN EMPTY ONE IS AN ERROR.                *
043400******************************************************************
043500 2000-CHECK-MONTHS.
043600     OPEN INPUT CALIN.
043700     IF NOT CALIN-OK
043800         DISPLAY 'HELLO26 - UNABLE TO OPEN CALIN, STATUS = '
043900             WS-CALIN-STATUS
044000         SET ABORT-RUN TO TRUE
044100         MOVE 0020 TO DL100-RETURN-CODE
044200         GO TO 2000-EXIT
044300     END-IF.
044400     PERFORM 2100-READ-CALIN THRU 2100-EXIT.
044500     PERFORM 2200-CHECK-ONE-MONTH THRU 2200-EXIT
044600         UNTIL CALIN-AT-EOF OR ABORT-RUN.
044700     CLOSE CALIN.
044800     IF WS-MONTHS-READ = 0
044900         MOVE SPACES TO DL100-CA-YEAR-MONTH
045000         MOVE 'CALIN IS EMPTY - NO YEAR IS LOADED' TO WS-CE-TEXT
045100         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
045200     END-IF.
045300 2000-EXIT.
045400     EXIT.
045500*
045600 2100-READ-CALIN.
045700     READ CALIN
045800         AT END
045900             MOVE 'Y' TO WS-CALIN-EOF-SW
046000             GO TO 2100-EXIT
046100     END-READ.
046200     ADD 1 TO WS-MONTHS-READ.
046300     MOVE CALIN-REC TO DL100-CALENDAR-RECORD.
046400 2100-EXIT.
046500     EXIT.
046600*
046700******************************************************************
046800* 2200-CHECK-ONE-MONTH  -  CHECK ONE MONTH'S YEAR-MONTH, ITS     *
046900*                          PLACE IN THE RUN OF MONTHS AND EACH   *
047000*                          OF ITS 31 DAY CODES, AND ADD ITS DAYS *
047100*                          TO ITS YEAR'S ROW.  A MONTH WHOSE     *
047200*                          YEAR-MONTH CANNOT BE READ HAS NO YEAR *
047300*                          TO COUNT TOWARD AND ITS DAYS ARE NOT  *
047400*                          CHECKED.                              *
047500******************************************************************
047600 2200-CHECK-ONE-MONTH.
047700     MOVE 'N' TO WS-MONTH-SW.
047800     MOVE 'N' TO WS-SEQUENCE-SW.
047900     MOVE 0   TO WS-YR-USE.
048000     IF DL100-CA-YEAR-MONTH IS NOT NUMERIC
048100         MOVE 'YEAR-MONTH IS NOT NUMERIC' TO WS-CE-TEXT
048200         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
048300         GO TO 2200-NEXT
048400     END-IF.
048500     IF DL100-CA-MONTH < 1 OR DL100-CA-MONTH > 12
048600      OR DL100-CA-YEAR < 1900
048700         MOVE 'YEAR-MONTH IS NOT A REAL MONTH' TO WS-CE-TEXT
048800         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
048900         GO TO 2200-NEXT
049000     END-IF.
049100     COMPUTE WS-MONTH-NUMBER =
049200         (DL100-CA-YEAR * 12) + DL100-CA-MONTH.
049300     EVALUATE TRUE
049400         WHEN WS-PREV-MONTH-NUMBER = 0
049500             SET MONTH-IN-SEQUENCE TO TRUE
049600         WHEN WS-MONTH-NUMBER = WS-PREV-MONTH-NUMBER + 1
049700             SET MONTH-IN-SEQUENCE TO TRUE
049800         WHEN WS-MONTH-NUMBER > WS-PREV-MONTH-NUMBER + 1
049900             MOVE 'MONTHS MISSING BEFORE THIS ONE' TO WS-CE-TEXT
050000             PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
050100             SET MONTH-IN-SEQUENCE TO TRUE
050200         WHEN OTHER
050300             MOVE 'DUPLICATE OR OUT OF ASCENDING ORDER'
050400                 TO WS-CE-TEXT
050500             PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
050600     END-EVALUATE.
050700     IF MONTH-IN-SEQUENCE
050800         MOVE WS-MONTH-NUMBER TO WS-PREV-MONTH-NUMBER
050900     END-IF.
051000     PERFORM 2210-FIND-YEAR THRU 2210-EXIT.
051100     IF ABORT-RUN
051200         GO TO 2200-EXIT
051300     END-IF.
051400     PERFORM 2250-MONTH-LENGTH THRU 2250-EXIT.
051500     PERFORM 2300-CHECK-ONE-DAY THRU 2300-EXIT
051600         VARYING WS-DAY-SUB FROM 1 BY 1
051700             UNTIL WS-DAY-SUB > 31.
051800     IF MONTH-IN-SEQUENCE
051900         ADD 1 TO WS-YR-MONTHS (WS-YR-USE)
052000     END-IF.
052100 2200-NEXT.
052200     IF MONTH-IN-ERROR
052300         ADD 1 TO WS-MONTHS-IN-ERROR
052400         IF WS-YR-USE > 0
052500             MOVE 'Y' TO WS-YR-ERROR-SW (WS-YR-USE)
052600         END-IF
052700     END-IF.
052800     PERFORM 2100-READ-CALIN THRU 2100-EXIT.
052900 2200-EXIT.
053000     EXIT.
053100*
053200******************************************************************
053300* 2210-FIND-YEAR  -  FIND THE MONTH'S YEAR ROW, ADDING ONE FOR A *
053400*                    YEAR NOT SEEN BEFORE.  A FILE WITH MORE     *
053500*                    YEARS THAN THE TABLE HOLDS IS FAR PAST WHAT *
053600*                    THE READING STEPS TAKE AND IS NOT CHECKED   *
053700*                    FURTHER - RC 0020.                          *
053800******************************************************************
053900 2210-FIND-YEAR.
054000     MOVE 0 TO WS-YR-USE.
054100     PERFORM 2220-MATCH-YEAR THRU 2220-EXIT
054200         VARYING WS-YR-SUB FROM 1 BY 1
054300             UNTIL WS-YR-SUB > WS-YR-COUNT
054400                OR WS-YR-USE > 0.
054500     IF WS-YR-USE > 0
054600         GO TO 2210-EXIT
054700     END-IF.
054800     IF WS-YR-COUNT >= WS-YR-MAX
054900         DISPLAY 'HELLO26 - CALIN HOLDS MORE THAN ' WS-YR-MAX
055000             ' YEARS - OLD YEARS MUST BE DROPPED'
055100         SET ABORT-RUN TO TRUE
055200         MOVE 0020 TO DL100-RETURN-CODE
055300         GO TO 2210-EXIT
055400     END-IF.
055500     ADD 1 TO WS-YR-COUNT.
055600     MOVE WS-YR-COUNT   TO WS-YR-USE.
055700     MOVE DL100-CA-YEAR TO WS-YR-YEAR (WS-YR-USE).
055800     MOVE 0             TO WS-YR-MONTHS (WS-YR-USE).
055900     MOVE 0             TO WS-YR-BUSINESS (WS-YR-USE).
056000     MOVE 0             TO WS-YR-HOLIDAYS (WS-YR-USE).
056100     MOVE 0             TO WS-YR-WEEKEND (WS-YR-USE).
056200     MOVE 'N'           TO WS-YR-ERROR-SW (WS-YR-USE).
056300 2210-EXIT.
056400     EXIT.
056500*
056600 2220-MATCH-YEAR.
056700     IF WS-YR-YEAR (WS-YR-SUB) = DL100-CA-YEAR
056800         MOVE WS-YR-SUB TO WS-YR-USE
056900     END-IF.
057000 2220-EXIT.
057100     EXIT.
057200*
057300******************************************************************
057400* 2250-MONTH-LENGTH  -  THE NUMBER OF DAYS IN THE MONTH.         *
057500*                       FEBRUARY HAS 29 IN A YEAR DIVISIBLE BY   *
057600*                       4, EXCEPT A CENTURY YEAR NOT DIVISIBLE   *
057700*                       BY 400.                                  *
057800******************************************************************
057900 2250-MONTH-LENGTH.
058000     MOVE WS-ML-DAYS (DL100-CA-MONTH) TO WS-MONTH-LENGTH.
058100     IF DL100-CA-MONTH NOT = 2
058200         GO TO 2250-EXIT
058300     END-IF.
058400     DIVIDE DL100-CA-YEAR BY 4
058500         GIVING WS-QUOTIENT REMAINDER WS-LEAP-REM-4.
058600     DIVIDE DL100-CA-YEAR BY 100
058700         GIVING WS-QUOTIENT REMAINDER WS-LEAP-REM-100.
058800     DIVIDE DL100-CA-YEAR BY 400
058900         GIVING WS-QUOTIENT REMAINDER WS-LEAP-REM-400.
059000     IF WS-LEAP-REM-4 = 0
059100      AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
059200         MOVE 29 TO WS-MONTH-LENGTH
059300     END-IF.
059400 2250-EXIT.
059500     EXIT.
059600*
059700******************************************************************
059800* 2300-CHECK-ONE-DAY  -  CHECK ONE DAY CODE.  A DAY PAST THE     *
059900*                        MONTH END MUST BE X; A REAL DAY MUST BE *
060000*                        B, H OR W, AND IS COUNTED INTO ITS      *
060100*                        YEAR.  A WEEKDAY CODED W IS AN ERROR,   *
060200*                        SINCE EVERY READING STEP WOULD SKIP A   *
060300*                        DAY THE BANK IS OPEN; A SATURDAY OR     *
060400*                        SUNDAY CODED B IS ONLY A WARNING, SINCE *
060500*                        THE BANK MAY HAVE CHOSEN TO OPEN.       *
060600******************************************************************
060700 2300-CHECK-ONE-DAY.
060800     MOVE DL100-CA-DAY-CODE (WS-DAY-SUB) TO WS-DAY-CODE.
060900     MOVE WS-DAY-SUB TO WS-DAY-DISPLAY.
061000     IF WS-DAY-SUB > WS-MONTH-LENGTH
061100         IF NOT DL100-CA-NO-SUCH-DAY (WS-DAY-SUB)
061200             STRING 'DAY ' WS-DAY-DISPLAY ' IS PAST THE MONTH '
061300                    'END BUT CODED ' WS-DAY-CODE ' - MUST BE X'
061400                    DELIMITED BY SIZE
061500                 INTO WS-CE-TEXT
061600             PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
061700         END-IF
061800         GO TO 2300-EXIT
061900     END-IF.
062000     IF NOT DL100-CA-BUSINESS-DAY (WS-DAY-SUB)
062100      AND NOT DL100-CA-HOLIDAY (WS-DAY-SUB)
062200      AND NOT DL100-CA-WEEKEND (WS-DAY-SUB)
062300         STRING 'DAY ' WS-DAY-DISPLAY ' CODED ' WS-DAY-CODE
062400                ' - MUST BE B, H OR W'
062500                DELIMITED BY SIZE
062600             INTO WS-CE-TEXT
062700         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
062800         GO TO 2300-EXIT
062900     END-IF.
063000     COMPUTE WS-D2D-DATE = (DL100-CA-YEAR * 10000)
063100         + (DL100-CA-MONTH * 100) + WS-DAY-SUB.
063200     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
063300     DIVIDE WS-D2D-DAYS BY 7
063400         GIVING WS-QUOTIENT REMAINDER WS-WEEKDAY.
063500     IF DL100-CA-WEEKEND (WS-DAY-SUB) AND WS-WEEKDAY < 5
063600         STRING 'DAY ' WS-DAY-DISPLAY ' IS A WEEKDAY CODED W'
063700                DELIMITED BY SIZE
063800             INTO WS-CE-TEXT
063900         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
064000     END-IF.
064100     IF DL100-CA-BUSINESS-DAY (WS-DAY-SUB) AND WS-WEEKDAY > 4
064200         STRING 'DAY ' WS-DAY-DISPLAY ' IS A SATURDAY OR SUNDAY '
064300                'CODED B' DELIMITED BY SIZE
064400             INTO WS-CE-TEXT
064500         PERFORM 2950-REPORT-WARNING THRU 2950-EXIT
064600     END-IF.
064700     EVALUATE TRUE
064800         WHEN DL100-CA-BUSINESS-DAY (WS-DAY-SUB)
064900             ADD 1 TO WS-YR-BUSINESS (WS-YR-USE)
065000         WHEN DL100-CA-HOLIDAY (WS-DAY-SUB)
065100             ADD 1 TO WS-YR-HOLIDAYS (WS-YR-USE)
065200         WHEN OTHER
065300             ADD 1 TO WS-YR-WEEKEND (WS-YR-USE)
065400     END-EVALUATE.
065500 2300-EXIT.
065600     EXIT.
065700*
065800******************************************************************
065900* 2900-REPORT-ERROR  -  LIST ONE ERROR AGAINST THE MONTH IN      *
066000*                       HAND.  THE TEXT IS IN WS-CE-TEXT AND IS  *
066100*                       CLEARED ONCE PRINTED.                    *
066200******************************************************************
066300 2900-REPORT-ERROR.
066400     SET MONTH-IN-ERROR TO TRUE.
066500     ADD 1 TO WS-ERRORS.
066600     MOVE 'ERROR'   TO WS-CE-SEVERITY.
066700     PERFORM 2990-WRITE-EXCEPTION THRU 2990-EXIT.
066800 2900-EXIT.
066900     EXIT.
067000*
067100 2950-REPORT-WARNING.
067200     ADD 1 TO WS-WARNINGS.
067300     MOVE 'WARNING' TO WS-CE-SEVERITY.
067400     PERFORM 2990-WRITE-EXCEPTION THRU 2990-EXIT.
067500 2950-EXIT.
067600     EXIT.
067700*
067800 2990-WRITE-EXCEPTION.
067900     MOVE DL100-CA-YEAR-MONTH  TO WS-CE-YEAR-MONTH.
068000     MOVE WS-CAL-EXCEPTION-LINE TO CALRPT-REC.
068100     WRITE CALRPT-REC.
068200     MOVE SPACES               TO WS-CE-TEXT.
068300 2990-EXIT.
068400     EXIT.
068500*
068600******************************************************************
068700* 3000-CHECK-COVERAGE  -  THE RUN DATE'S YEAR MUST BE FULLY      *
068800*                         LOADED AND FREE OF ERRORS, OR THE      *
068900*                         READING STEPS WILL FALL BACK TO        *
069000*                         CALENDAR DAYS - AN ERROR.  NEXT YEAR   *
069100*                         MUST BE TOO ONCE YEAR END IS WITHIN    *
069200*                         THE LEAD, AND THE FILE MUST STAY CLEAR *
069300*                         OF THE READING STEPS' MONTH LIMIT -    *
069400*                         BOTH WARNINGS.  THE FINDINGS PRINT     *
069500*                         UNDER THE MONTH EXCEPTIONS WITH A      *
069600*                         BLANK MONTH.                           *
069700******************************************************************
069800 3000-CHECK-COVERAGE.
069900     MOVE SPACES TO DL100-CA-YEAR-MONTH.
070000     MOVE WS-RUN-YEAR TO WS-CY-YEAR.
070100     PERFORM 3100-YEAR-COMPLETE THRU 3100-EXIT.
070200     IF WS-YR-USE = 0
070300         STRING 'RUN YEAR ' WS-RUN-YEAR
070400                ' IS NOT FULLY LOADED OR HAS ERRORS'
070500                DELIMITED BY SIZE
070600             INTO WS-CE-TEXT
070700         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
070800     END-IF.
070900     MOVE WS-NEXT-YEAR TO WS-CY-YEAR.
071000     PERFORM 3100-YEAR-COMPLETE THRU 3100-EXIT.
071100     COMPUTE WS-D2D-DATE = (WS-RUN-YEAR * 10000) + 1231.
071200     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
071300     COMPUTE WS-DAYS-TO-YEAR-END = WS-D2D-DAYS - WS-TODAY-DAYS.
071400     MOVE WS-DAYS-TO-YEAR-END TO WS-COUNT-DISPLAY.
071500     IF WS-YR-USE = 0
071600      AND WS-DAYS-TO-YEAR-END NOT > WS-LEAD-DAYS
071700         STRING 'NEXT YEAR ' WS-NEXT-YEAR
071800                ' NOT FULLY LOADED -' WS-COUNT-DISPLAY
071900                ' DAYS TO YEAR END' DELIMITED BY SIZE
072000             INTO WS-CE-TEXT
072100         PERFORM 2950-REPORT-WARNING THRU 2950-EXIT
072200     END-IF.
072300     IF WS-MONTHS-READ > WS-MONTH-LIMIT - WS-MONTH-MARGIN
072400         MOVE WS-MONTHS-READ TO WS-COUNT-DISPLAY
072500         STRING 'FILE HOLDS' WS-COUNT-DISPLAY ' MONTHS - THE '
072600                'READING STEPS TAKE 240; DROP OLD YEARS'
072700                DELIMITED BY SIZE
072800             INTO WS-CE-TEXT
072900         IF WS-MONTHS-READ > WS-MONTH-LIMIT
073000             PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
073100         ELSE
073200             PERFORM 2950-REPORT-WARNING THRU 2950-EXIT
073300         END-IF
073400     END-IF.
073500 3000-EXIT.
073600     EXIT.
073700*
073800******************************************************************
073900* 3100-YEAR-COMPLETE  -  LOOK FOR THE YEAR IN WS-CY-YEAR AMONG   *
074000*                        THE YEARS LOADED.  WS-YR-USE IS ITS ROW *
074100*                        WHEN ALL TWELVE MONTHS ARE ON FILE IN   *
074200*                        THEIR PLACE AND NONE IS IN ERROR, AND   *
074300*                        ZERO OTHERWISE.                         *
074400******************************************************************
074500 3100-YEAR-COMPLETE.
074600     MOVE 0 TO WS-YR-USE.
074700     PERFORM 3110-MATCH-YEAR THRU 3110-EXIT
074800         VARYING WS-YR-SUB FROM 1 BY 1
074900             UNTIL WS-YR-SUB > WS-YR-COUNT
075000                OR WS-YR-USE > 0.
075100     IF WS-YR-USE = 0
075200         GO TO 3100-EXIT
075300     END-IF.
075400     IF WS-YR-MONTHS (WS-YR-USE) NOT = 12
075500      OR YEAR-IN-ERROR (WS-YR-USE)
075600         MOVE 0 TO WS-YR-USE
075700     END-IF.
075800 3100-EXIT.
075900     EXIT.
076000*
076100 3110-MATCH-YEAR.
076200     IF WS-YR-YEAR (WS-YR-SUB) = WS-CY-YEAR
076300         MOVE WS-YR-SUB TO WS-YR-USE
076400     END-IF.
076500 3110-EXIT.
076600     EXIT.
076700*
076800******************************************************************
076900* 6000-YEAR-SUMMARY  -  ONE LINE PER YEAR ON THE FILE - MONTHS   *
077000*                       IN PLACE, BUSINESS DAYS, HOLIDAYS AND    *
077100*                       WEEKEND DAYS - THEN THE VERDICT.         *
077200******************************************************************
077300 6000-YEAR-SUMMARY.
077400     IF WS-ERRORS = 0 AND WS-WARNINGS = 0
077500         MOVE 'NO EXCEPTIONS' TO WS-CE-TEXT
077600         MOVE SPACES          TO WS-CE-SEVERITY
077700         PERFORM 2990-WRITE-EXCEPTION THRU 2990-EXIT
077800     END-IF.
077900     MOVE SPACES TO WS-CM-TEXT.
078000     MOVE WS-CAL-MESSAGE-LINE TO CALRPT-REC.
078100     WRITE CALRPT-REC.
078200     MOVE WS-CAL-HEADING-3 TO CALRPT-REC.
078300     WRITE CALRPT-REC.
078400     PERFORM 6100-PRINT-ONE-YEAR THRU 6100-EXIT
078500         VARYING WS-YR-SUB FROM 1 BY 1
078600             UNTIL WS-YR-SUB > WS-YR-COUNT.
078700     MOVE SPACES TO WS-CM-TEXT.
078800     MOVE WS-CAL-MESSAGE-LINE TO CALRPT-REC.
078900     WRITE CALRPT-REC.
079000     EVALUATE TRUE
079100         WHEN WS-ERRORS > 0
079200             MOVE 'CALENDAR IN ERROR - CORRECT CALIN AND RERUN'
079300                 TO WS-CM-TEXT
079400             MOVE 0016 TO DL100-RETURN-CODE
079500         WHEN WS-WARNINGS > 0
079600             MOVE 'CALENDAR USABLE - SEE WARNINGS'
079700                 TO WS-CM-TEXT
079800             IF DL100-RETURN-CODE < 0004
079900                 MOVE 0004 TO DL100-RETURN-CODE
080000             END-IF
080100         WHEN OTHER
080200             MOVE 'CALENDAR PROVED' TO WS-CM-TEXT
080300     END-EVALUATE.
080400     MOVE WS-CAL-MESSAGE-LINE TO CALRPT-REC.
080500     WRITE CALRPT-REC.
080600 6000-EXIT.
080700     EXIT.
080800*
080900 6100-PRINT-ONE-YEAR.
081000     MOVE WS-YR-YEAR (WS-YR-SUB)     TO WS-CY-YEAR.
081100     MOVE WS-YR-MONTHS (WS-YR-SUB)   TO WS-CY-MONTHS.
081200     MOVE WS-YR-BUSINESS (WS-YR-SUB) TO WS-CY-BUSINESS.
081300     MOVE WS-YR-HOLIDAYS (WS-YR-SUB) TO WS-CY-HOLIDAYS.
081400     MOVE WS-YR-WEEKEND (WS-YR-SUB)  TO WS-CY-WEEKEND.
081500     EVALUATE TRUE
081600         WHEN YEAR-IN-ERROR (WS-YR-SUB)
081700             MOVE 'IN ERROR'   TO WS-CY-STATUS
081800         WHEN WS-YR-MONTHS (WS-YR-SUB) = 12
081900             MOVE 'COMPLETE'   TO WS-CY-STATUS
082000         WHEN OTHER
082100             MOVE 'PARTIAL'    TO WS-CY-STATUS
082200     END-EVALUATE.
082300     MOVE WS-CAL-YEAR-LINE TO CALRPT-REC.
082400     WRITE CALRPT-REC.
082500 6100-EXIT.
082600     EXIT.
082700*
082800******************************************************************
082900* 7000-DATE-TO-DAYS  -  YYYYMMDD IN WS-D2D-DATE TO A DAY NUMBER  *
083000*                       IN WS-D2D-DAYS, BY THE STANDARD          *
083100*                       JULIAN-DAY ARITHMETIC.  EACH DIVISION    *
083200*                       SITS IN ITS OWN COMPUTE SO THE           *
083300*                       TRUNCATION THE METHOD DEPENDS ON HAPPENS *
083400*                       AT EVERY STEP.                           *
083500******************************************************************
083600 7000-DATE-TO-DAYS.
083700     DIVIDE WS-D2D-DATE BY 10000
083800         GIVING WS-D2D-YYYY REMAINDER WS-D2D-T1.
083900     DIVIDE WS-D2D-T1 BY 100
084000         GIVING WS-D2D-MM REMAINDER WS-D2D-DD.
084100     COMPUTE WS-D2D-A = (14 - WS-D2D-MM) / 12.
084200     COMPUTE WS-D2D-Y = WS-D2D-YYYY + 4800 - WS-D2D-A.
084300     COMPUTE WS-D2D-M = WS-D2D-MM + (12 * WS-D2D-A) - 3.
084400     COMPUTE WS-D2D-T1 = ((153 * WS-D2D-M) + 2) / 5.
084500     COMPUTE WS-D2D-T2 = WS-D2D-Y / 4.
084600     COMPUTE WS-D2D-T3 = WS-D2D-Y / 100.
084700     COMPUTE WS-D2D-T4 = WS-D2D-Y / 400.
084800     COMPUTE WS-D2D-DAYS = WS-D2D-DD + WS-D2D-T1
084900         + (365 * WS-D2D-Y) + WS-D2D-T2 - WS-D2D-T3
085000         + WS-D2D-T4 - 32045.
085100 7000-EXIT.
085200     EXIT.
085300*
085400******************************************************************
085500* 8500-WRITE-AUDIT  -  APPEND ONE AUDIT-TRAIL RECORD FOR THIS    *
085600*                      RUN                                       *
085700******************************************************************
085800 8500-WRITE-AUDIT.
085900     OPEN EXTEND AUDTRL.
086000     IF NOT AUDTRL-OK
086100         DISPLAY 'HELLO26 - UNABLE TO OPEN AUDTRL, STATUS = '
086200             WS-AUDTRL-STATUS
086300         GO TO 8500-EXIT
086400     END-IF.
086500     MOVE SPACES               TO DL100-AUDIT-RECORD.
086600     MOVE DL100-JOB-NAME       TO DL100-AU-JOB-NAME.
086700     MOVE DL100-RUN-DATE       TO DL100-AU-RUN-DATE.
086800     MOVE DL100-RUN-TIME       TO DL100-AU-RUN-TIME.
086900     MOVE WS-RUN-START-DATE    TO DL100-AU-START-DATE.
087000     MOVE WS-RUN-START-TIME    TO DL100-AU-START-TIME.
087100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
087200     ACCEPT WS-CURRENT-TIME FROM TIME.
087300     MOVE WS-CURRENT-DATE      TO DL100-AU-END-DATE.
087400     MOVE WS-CURRENT-TIME      TO DL100-AU-END-TIME.
087500     MOVE WS-MONTHS-READ       TO DL100-AU-RECORDS-READ.
087600     MOVE 0                    TO DL100-AU-RECORDS-WRITTEN.
087700     MOVE DL100-RETURN-CODE    TO DL100-AU-RETURN-CODE.
087800     MOVE DL100-AUDIT-RECORD   TO AUDTRL-REC.
087900     WRITE AUDTRL-REC.
088000     CLOSE AUDTRL.
088100 8500-EXIT.
088200     EXIT.
088300*
088400******************************************************************
088500* 9100-WRITE-STATUS  -  THE SINGLE FIXED-FORMAT STATUS RECORD    *
088600*                       THE SCHEDULER AND THE NIGHT-STATUS STEP  *
088700*                       TEST.  ITS SUSPENDED COUNT IS THE MONTHS *
088800*                       IN ERROR.  WRITTEN FROM 9999 SO EVEN AN  *
088900*                       ABORTED RUN LEAVES A FAIL VERDICT        *
089000*                       BEHIND.                                  *
089100******************************************************************
089200 9100-WRITE-STATUS.
089300     OPEN OUTPUT STATOUT.
089400     IF NOT STATOUT-OK
089500         DISPLAY 'HELLO26 - UNABLE TO OPEN STATOUT, STATUS = '
089600             WS-STATOUT-STATUS
089700         GO TO 9100-EXIT
089800     END-IF.
089900     MOVE SPACES                 TO DL100-STATUS-RECORD.
090000     MOVE DL100-JOB-NAME         TO DL100-SR-JOB-NAME.
090100     MOVE DL100-RUN-DATE         TO DL100-SR-RUN-DATE.
090200     MOVE WS-MONTHS-READ         TO DL100-SR-RECORDS-READ.
090300     MOVE 0                      TO DL100-SR-RECORDS-WRITTEN.
090400     MOVE WS-MONTHS-IN-ERROR     TO DL100-SR-RECORDS-SUSPENDED.
090500     MOVE 0                      TO DL100-SR-AMOUNT-TOTAL.
090600     MOVE DL100-RETURN-CODE      TO DL100-SR-RETURN-CODE.
090700     IF DL100-RETURN-CODE = 0
090800         SET DL100-SR-PASSED TO TRUE
090900     ELSE
091000         SET DL100-SR-FAILED TO TRUE
091100     END-IF.
091200     MOVE DL100-STATUS-RECORD    TO STATOUT-REC.
091300     WRITE STATOUT-REC.
091400     CLOSE STATOUT.
091500 9100-EXIT.
091600     EXIT.
091700*
091800******************************************************************
091900* 9999-TERMINATE  -  WRITE THE STATUS RECORD, CLOSE THE REPORT,  *
092000*                    REPORT COUNTS AND SET THE STEP RETURN CODE. *
092100******************************************************************
092200 9999-TERMINATE.
092300     PERFORM 9100-WRITE-STATUS THRU 9100-EXIT.
092400     IF CALRPT-OPEN
092500         CLOSE CALRPT
092600     END-IF.
092700     DISPLAY 'HELLO26 - MONTHS READ          = ' WS-MONTHS-READ.
092800     DISPLAY 'HELLO26 - MONTHS IN ERROR      = '
092900         WS-MONTHS-IN-ERROR.
093000     DISPLAY 'HELLO26 - ERRORS               = ' WS-ERRORS.
093100     DISPLAY 'HELLO26 - WARNINGS             = ' WS-WARNINGS.
093200     DISPLAY 'HELLO26 - FINAL RETURN CODE    = '
093300         DL100-RETURN-CODE.
093400     MOVE DL100-RETURN-CODE TO RETURN-CODE.
093500     DISPLAY 'HELLO26 - CALENDAR VALIDATION COMPLETE'.
093600 9999-EXIT.
093700     EXIT.
