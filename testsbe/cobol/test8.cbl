000300*    PROGRAM-ID.  HELLO8                                        *
000400*                                                                *
000500*    DAY-OVER-DAY VARIANCE REPORT.  COMPARES TODAY'S TRANOUT     *
000600*    GENERATION (0) AGAINST THE PRIOR BUSINESS DAY'S - COUNTS    *
000700*    AND AMOUNT TOTALS BY SOURCE CODE, AND BY SOURCE CODE AND    *
000800*    TRANSACTION TYPE, WITH THE PERCENTAGE CHANGE ON EACH LINE.  *
000900*    A SOURCE WHOSE COUNT OR AMOUNT MOVES BY MORE THAN THE       *
002098*                     OPERATIONS CARD, NOT A CRAMMED PARM        *
002099*                     FIELD; THE PARM IS STILL HONOURED.         *
002100*                                                                *
002105*    2026-10-15 DLM   TODAY IS COMPARED WITH THE PRIOR BUSINESS  *
002110*                     DAY'S GENERATION, NOT SIMPLY THE LAST ONE  *
002115*                     - MONDAY WAS BEING SET AGAINST SUNDAY'S    *
002120*                     NON-RUN.  THE BUSINESS-DAY CALENDAR        *
002125*                     (CALIN) GIVES THE PRIOR BUSINESS DAY AND   *
002130*                     THE RUN-CONTROL RECORDS (CTLCUR,           *
002135*                     CTLPRV1-5) SAY WHICH OF THE KEPT           *
002140*                     GENERATIONS (TRANPRV1-5) IS ITS; TRANPRV   *
002145*                     IS NOW DYNAMICALLY ASSIGNED.  WITHOUT A    *
002150*                     USABLE CALENDAR THE LAST GENERATION IS     *
002155*                     USED AND THE STEP ENDS RC 0004.            *
002160*                                                                *
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.    HELLO8.
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-TRANCUR-STATUS.
003500*    TRANPRV IS OPTIONAL - ON THE GDG'S VERY FIRST DAY THERE IS
003550*    NO EARLIER GENERATION TO COMPARE AGAINST; THE REPORT SAYS SO
003600*    AND THE STEP ENDS WITH THE WARNING RETURN CODE.  IT IS
003650*    ASSIGNED DYNAMICALLY SO 1500-PICK-PRIOR-GENERATION CAN POINT
003700*    IT AT WHICHEVER OF THE KEPT GENERATIONS (TRANPRV1-5) WAS CUT
003750*    ON THE PRIOR BUSINESS DAY.  IT DEFAULTS TO TRANPRV1, THE
003800*    LAST GENERATION, AS BEFORE.
003850     SELECT OPTIONAL TRANPRV ASSIGN TO DYNAMIC WS-TRANPRV-DDNAME
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-TRANPRV-STATUS.
004005*    CTLCUR IS THE RUN-CONTROL RECORD CUT WITH TODAY'S GENERATION
004010*    AND PRVCTL, ASSIGNED IN TURN TO CTLPRV1-5, THOSE CUT WITH THE
004015*    KEPT GENERATIONS - THEIR RUN DATES SAY WHICH GENERATION IS
004020*    WHICH DAY'S.
004025     SELECT OPTIONAL CTLCUR ASSIGN TO CTLCUR
004030         ORGANIZATION IS LINE SEQUENTIAL
004035         FILE STATUS IS WS-CTLCUR-STATUS.
004040     SELECT OPTIONAL PRVCTL ASSIGN TO DYNAMIC WS-PRVCTL-DDNAME
004045         ORGANIZATION IS LINE SEQUENTIAL
004050         FILE STATUS IS WS-PRVCTL-STATUS.
004055*    CALIN IS THE BUSINESS-DAY CALENDAR (CALREC) - SEE 7500.
004060     SELECT CALIN   ASSIGN TO CALIN
004065         ORGANIZATION IS LINE SEQUENTIAL
004070         FILE STATUS IS WS-CALIN-STATUS.
004100     SELECT VARRPT  ASSIGN TO VARRPT
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-VARRPT-STATUS.
005200 FD  TRANPRV
005300     RECORDING MODE IS F.
005400 01  TRANPRV-REC                    PIC X(80).
005410 FD  CTLCUR
005420     RECORDING MODE IS F.
005430 01  CTLCUR-REC                     PIC X(80).
005440 FD  PRVCTL
005450     RECORDING MODE IS F.
005460 01  PRVCTL-REC                     PIC X(80).
005470 FD  CALIN
005480     RECORDING MODE IS F.
005490 01  CALIN-REC                      PIC X(80).
005500 FD  VARRPT
005600     RECORDING MODE IS F.
005700 01  VARRPT-REC                     PIC X(80).
007630     05  WS-PARMCRD-STATUS          PIC XX       VALUE '00'.
007640         88  PARMCRD-OK                           VALUE '00'.
007650         88  PARMCRD-EOF                          VALUE '10'.
007657     05  WS-CTLCUR-STATUS           PIC XX       VALUE '00'.
007664         88  CTLCUR-OK                           VALUE '00' '05'.
007671     05  WS-PRVCTL-STATUS           PIC XX       VALUE '00'.
007678         88  PRVCTL-OK                           VALUE '00' '05'.
007685     05  WS-CALIN-STATUS            PIC XX       VALUE '00'.
007692         88  CALIN-OK                            VALUE '00'.
007700*
007800 01  WS-SWITCHES.
007900     05  WS-TRAN-EOF-SW             PIC X        VALUE 'N'.
008900         88  LINE-BREACHED                       VALUE 'Y'.
009000     05  WS-ABORT-SW                PIC X        VALUE 'N'.
009100         88  ABORT-RUN                            VALUE 'Y'.
009110     05  WS-PRV-GEN-SW              PIC X        VALUE 'N'.
009120         88  PRIOR-GENERATION-NOT-KEPT           VALUE 'Y'.
009200*
009300 01  WS-COUNTERS                    COMP.
009400     05  WS-RECORDS-READ            PIC 9(9)     VALUE 0.
013891         88  CC-VALUE-ENDED                      VALUE 'E'.
013892         88  CC-VALUE-BAD                        VALUE 'B'.
013900*
013901*    BUSINESS-DAY CALENDAR (CALREC), ONE ROW PER MONTH IN FILE
013902*    ORDER.  EACH ROW CARRIES THE COUNT OF BUSINESS DAYS ON THE
013903*    CALENDAR BEFORE IT, SO A DATE'S BUSINESS-DAY NUMBER IS THAT
013904*    COUNT PLUS THE B CODES UP TO AND INCLUDING ITS DAY, AND THE
013905*    DIFFERENCE OF TWO SUCH NUMBERS IS BUSINESS DAYS ELAPSED.
013906 01  WS-CAL-CONTROL.
013907     05  WS-CAL-MAX                 PIC 9(03)    VALUE 240  COMP.
013908     05  WS-CAL-COUNT               PIC 9(03)    VALUE 0    COMP.
013909     05  WS-CAL-USE                 PIC 9(03)    VALUE 0    COMP.
013910     05  WS-CAL-FIRST-MONTH         PIC 9(07)    VALUE 0    COMP.
013911     05  WS-CAL-OFFSET              PIC S9(07)   VALUE 0    COMP.
013912     05  WS-CAL-RUNNING             PIC 9(07)    VALUE 0    COMP.
013913     05  WS-CAL-TALLY               PIC 9(03)    VALUE 0    COMP.
013914     05  WS-CAL-LOADED-SW           PIC X(01)    VALUE 'N'.
013915         88  CALENDAR-LOADED                     VALUE 'Y'.
013918     05  WS-CAL-EOF-SW              PIC X(01)    VALUE 'N'.
013919         88  CALIN-AT-EOF                        VALUE 'Y'.
013920     05  WS-CAL-TABLE.
013921         10  WS-CAL-ENTRY           OCCURS 240 TIMES.
013922             15  WS-CAL-YEAR-MONTH  PIC 9(06).
013923             15  WS-CAL-DAY-CODES   PIC X(31).
013924             15  WS-CAL-BUS-BEFORE  PIC 9(07)    COMP.
013925*
013926*    ONE DATE LOOKED UP ON THE CALENDAR - SEE 7600.  THE NOTE
013927*    SAYS WHY THE CALENDAR COULD NOT BE USED, IF IT COULD NOT.
013930 01  WS-CAL-LOOKUP.
013931     05  WS-CAL-DATE.
013932         10  WS-CAL-DATE-YYYY       PIC 9(04).
013933         10  WS-CAL-DATE-MM         PIC 9(02).
013934         10  WS-CAL-DATE-DD         PIC 9(02).
013935     05  WS-CAL-DAY-CODE            PIC X(01)    VALUE SPACE.
013936         88  CAL-BUSINESS-DAY                    VALUE 'B'.
013937         88  CAL-HOLIDAY                         VALUE 'H'.
013938         88  CAL-WEEKEND                         VALUE 'W'.
013939         88  CAL-DATE-NOT-ON-FILE                VALUE SPACE.
013940     05  WS-CAL-BUS-DAY-NO          PIC 9(07)    VALUE 0    COMP.
013942     05  WS-CAL-NOTE                PIC X(44)    VALUE SPACES.
013943*
013944     COPY CALREC.
013945*
013946*    PRIOR-GENERATION PICK - SEE 1500.  THE KEPT GENERATIONS ARE
013947*    TRANPRV1-5 AND THEIR RUN-CONTROL RECORDS CTLPRV1-5, NEWEST
013948*    FIRST; THE DDNAMES ARE BUILT FROM THE SLOT NUMBER.
013949 01  WS-TRANPRV-DDNAME              PIC X(08)    VALUE 'TRANPRV1'.
013950 01  WS-PRVCTL-DDNAME               PIC X(08)    VALUE SPACES.
013951 01  WS-GEN-WORK.
013952     05  WS-GEN-SLOTS               PIC 9(02)    VALUE 5    COMP.
013953     05  WS-GEN-SLOT                PIC 9(02)    VALUE 0    COMP.
013954     05  WS-GEN-FOUND-SLOT          PIC 9(02)    VALUE 0    COMP.
013955     05  WS-GEN-CUR-DATE            PIC X(08)    VALUE SPACES.
013956     05  WS-GEN-PRV-DATE            PIC X(08)    VALUE SPACES.
013957     05  WS-GEN-CTL-NAME.
013958         10  FILLER                 PIC X(06)    VALUE 'CTLPRV'.
013959         10  WS-GEN-CTL-DIGIT       PIC 9(01)    VALUE 1.
013960         10  FILLER                 PIC X(01)    VALUE SPACE.
013961     05  WS-GEN-TRAN-NAME.
013962         10  FILLER                 PIC X(07)    VALUE 'TRANPRV'.
013963         10  WS-GEN-TRAN-DIGIT      PIC 9(01)    VALUE 1.
013964     05  WS-GEN-NOTE                PIC X(79)    VALUE SPACES.
013965*
014000     COPY TRANREC.
014100*
014200     COPY AUDTREC.
014210*
014220     COPY STATREC.
014300*
014320     COPY CTLREC.
014340*
014400 01  WS-VAR-HEADING-1.
014500     05  FILLER                     PIC X(01)    VALUE SPACE.
014600     05  FILLER                     PIC X(38)    VALUE
019100 0000-MAINLINE.
019200     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
019300     IF NOT ABORT-RUN
019310         PERFORM 1500-PICK-PRIOR-GENERATION THRU 1500-EXIT
019400         PERFORM 2000-TALLY-BOTH-DAYS  THRU 2000-EXIT
019500         PERFORM 6000-VARIANCE-REPORT  THRU 6000-EXIT
019600     END-IF.
023200******************************************************************
023300* 2000-TALLY-BOTH-DAYS  -  ACCUMULATE TODAY'S GENERATION INTO     *
023400*                          THE CURRENT SIDE OF THE TABLES, THEN   *
023500*                          THE PRIOR BUSINESS DAY'S (SEE 1500)    *
023510*                          INTO THE PRIOR SIDE.                   *
023600******************************************************************
023700 2000-TALLY-BOTH-DAYS.
023800     SET CURRENT-SIDE TO TRUE.
025100     CLOSE TRANCUR.
025200     SET PRIOR-SIDE TO TRUE.
025300     MOVE 'N' TO WS-TRAN-EOF-SW.
025310     IF PRIOR-GENERATION-NOT-KEPT
025320         GO TO 2000-EXIT
025330     END-IF.
025400     OPEN INPUT TRANPRV.
025500     IF NOT TRANPRV-OK
025600         DISPLAY 'HELLO8 - NO PRIOR TRANOUT GENERATION - '
038700     MOVE WS-TOLERANCE-PCT  TO WS-VH-TOLERANCE.
038800     MOVE WS-VAR-HEADING-1  TO VARRPT-REC.
038900     WRITE VARRPT-REC.
038910     IF WS-GEN-NOTE NOT = SPACES
038920         MOVE WS-GEN-NOTE       TO WS-VS-TEXT
038930         MOVE WS-VAR-SECTION-LINE TO VARRPT-REC
038940         WRITE VARRPT-REC
038950     END-IF.
039000     IF NOT PRIOR-GENERATION-FOUND
039100         MOVE 'NO PRIOR GENERATION - COMPARISON SKIPPED'
039200             TO WS-VS-TEXT
055700     DISPLAY 'HELLO8 - VARIANCE REPORT COMPLETE'.
055800 9999-EXIT.
055900     EXIT.
056000*
056100******************************************************************
056200* 1500-PICK-PRIOR-GENERATION  -  LOAD THE BUSINESS-DAY CALENDAR  *
056300*                                AND POINT TRANPRV AT THE        *
056400*                                GENERATION CUT ON THE BUSINESS  *
056500*                                DAY BEFORE TODAY'S, SO MONDAY   *
056600*                                IS COMPARED WITH FRIDAY AND NOT *
056700*                                WITH A WEEKEND OR HOLIDAY       *
056800*                                NON-RUN.  TODAY'S DATE IS THE   *
056900*                                RUN DATE ON TODAY'S RUN-CONTROL *
057000*                                RECORD (CTLCUR), OR THE RUN     *
057100*                                DATE WHEN THERE IS NONE.  EACH  *
057200*                                KEPT GENERATION'S RUN-CONTROL   *
057300*                                RECORD IS READ IN TURN, NEWEST  *
057400*                                FIRST, UNTIL ONE CARRIES THE    *
057500*                                PRIOR BUSINESS DAY.  WITHOUT A  *
057600*                                USABLE CALENDAR, OR WHEN        *
057700*                                TODAY'S DATE IS NOT ON IT, THE  *
057800*                                LAST GENERATION IS USED AS      *
057900*                                BEFORE AND THE STEP ENDS RC     *
058000*                                0004; WHEN NO KEPT GENERATION   *
058100*                                IS THE PRIOR BUSINESS DAY'S THE *
058200*                                COMPARISON IS SKIPPED.          *
058300******************************************************************
058400 1500-PICK-PRIOR-GENERATION.
058500     PERFORM 7500-LOAD-CALENDAR THRU 7500-EXIT.
058600     MOVE DL100-RUN-DATE TO WS-GEN-CUR-DATE.
058700     OPEN INPUT CTLCUR.
058800     IF CTLCUR-OK
058900         PERFORM 1510-READ-CTLCUR THRU 1510-EXIT
059000         CLOSE CTLCUR
059100     END-IF.
059200     IF NOT CALENDAR-LOADED
059300         STRING 'COMPARED WITH THE LAST GENERATION - '
059400                    DELIMITED BY SIZE
059500                WS-CAL-NOTE DELIMITED BY SIZE
059600             INTO WS-GEN-NOTE
059700         GO TO 1500-EXIT
059800     END-IF.
059900     MOVE WS-GEN-CUR-DATE TO WS-CAL-DATE.
060000     PERFORM 7650-PRIOR-BUSINESS-DAY THRU 7650-EXIT.
060100     IF NOT CAL-BUSINESS-DAY
060200         DISPLAY 'HELLO8 - NO PRIOR BUSINESS DAY ON THE CALENDAR '
060300             'FOR ' WS-GEN-CUR-DATE ' - COMPARED WITH THE LAST '
060400             'GENERATION'
060500         STRING 'COMPARED WITH THE LAST GENERATION - '
060600                    DELIMITED BY SIZE
060700                'NO PRIOR BUSINESS DAY ON THE CALENDAR'
060800                    DELIMITED BY SIZE
060900             INTO WS-GEN-NOTE
061000         IF DL100-RETURN-CODE < 0004
061100             MOVE 0004 TO DL100-RETURN-CODE
061200         END-IF
061300         GO TO 1500-EXIT
061400     END-IF.
061500     MOVE WS-CAL-DATE TO WS-GEN-PRV-DATE.
061600     MOVE 0 TO WS-GEN-FOUND-SLOT.
061700     PERFORM 1550-CHECK-ONE-GENERATION THRU 1550-EXIT
061800         VARYING WS-GEN-SLOT FROM 1 BY 1
061900             UNTIL WS-GEN-SLOT > WS-GEN-SLOTS
062000                OR WS-GEN-FOUND-SLOT > 0.
062100     IF WS-GEN-FOUND-SLOT = 0
062200         DISPLAY 'HELLO8 - NO KEPT TRANOUT GENERATION FOR THE '
062300             'PRIOR BUSINESS DAY ' WS-GEN-PRV-DATE
062400         SET PRIOR-GENERATION-NOT-KEPT TO TRUE
062500         STRING 'NO KEPT GENERATION FOR THE PRIOR BUSINESS DAY '
062600                    DELIMITED BY SIZE
062700                WS-GEN-PRV-DATE DELIMITED BY SIZE
062800             INTO WS-GEN-NOTE
062900         GO TO 1500-EXIT
063000     END-IF.
063100     MOVE WS-GEN-FOUND-SLOT TO WS-GEN-TRAN-DIGIT.
063200     MOVE WS-GEN-TRAN-NAME  TO WS-TRANPRV-DDNAME.
063300     DISPLAY 'HELLO8 - PRIOR BUSINESS DAY ' WS-GEN-PRV-DATE
063400         ' IS ' WS-TRANPRV-DDNAME.
063500     STRING 'COMPARED WITH ' DELIMITED BY SIZE
063600            WS-TRANPRV-DDNAME DELIMITED BY SPACE
063700            ' - PRIOR BUSINESS DAY ' DELIMITED BY SIZE
063800            WS-GEN-PRV-DATE DELIMITED BY SIZE
063900         INTO WS-GEN-NOTE.
064000 1500-EXIT.
064100     EXIT.
064200*
064300 1510-READ-CTLCUR.
064400     READ CTLCUR
064500         AT END
064600             GO TO 1510-EXIT
064700     END-READ.
064800     MOVE CTLCUR-REC TO DL100-CONTROL-RECORD.
064900     IF DL100-CT-RUN-DATE IS NUMERIC
065000         MOVE DL100-CT-RUN-DATE TO WS-GEN-CUR-DATE
065100     END-IF.
065200 1510-EXIT.
065300     EXIT.
065400*
065500 1550-CHECK-ONE-GENERATION.
065600     MOVE WS-GEN-SLOT     TO WS-GEN-CTL-DIGIT.
065700     MOVE WS-GEN-CTL-NAME TO WS-PRVCTL-DDNAME.
065800     OPEN INPUT PRVCTL.
065900     IF NOT PRVCTL-OK
066000         GO TO 1550-EXIT
066100     END-IF.
066200     MOVE SPACES TO DL100-CONTROL-RECORD.
066300     READ PRVCTL
066400         AT END
066500             GO TO 1550-CLOSE
066600     END-READ.
066700     MOVE PRVCTL-REC TO DL100-CONTROL-RECORD.
066800 1550-CLOSE.
066900     CLOSE PRVCTL.
067000     IF DL100-CT-RUN-DATE = WS-GEN-PRV-DATE
067100         MOVE WS-GEN-SLOT TO WS-GEN-FOUND-SLOT
067200     END-IF.
067300 1550-EXIT.
067400     EXIT.
067500*
067600******************************************************************
067700* 7500-LOAD-CALENDAR  -  LOAD THE BUSINESS-DAY CALENDAR (CALIN)  *
067800*                        INTO THE MONTH TABLE WITH ITS RUNNING   *
067900*                        BUSINESS-DAY COUNTS, THEN LOOK UP THE   *
068000*                        RUN DATE.  A MISSING OR DAMAGED         *
068100*                        CALENDAR - A BAD YEAR-MONTH, A MONTH    *
068200*                        OUT OF ORDER OR MISSING, AN UNKNOWN DAY *
068300*                        CODE, MORE MONTHS THAN THE TABLE HOLDS  *
068400*                        - IS NOT USED AT ALL, SINCE A COUNT     *
068500*                        ACROSS A GAP WOULD BE WRONG.  THAT IS   *
068600*                        REPORTED, ENDS THE STEP RC 0004, AND    *
068700*                        TODAY IS COMPARED WITH THE LAST         *
068800*                        GENERATION AS BEFORE.  A RUN DATE NOT   *
068900*                        ON THE CALENDAR IS REPORTED RC 0004 BUT *
069000*                        THE CALENDAR IS STILL USED TO FIND THE  *
069100*                        PRIOR BUSINESS DAY.  THE CALENDAR       *
069200*                        VALIDATION STEP (HELLO26) PINPOINTS THE *
069300*                        DAMAGE.                                 *
069400******************************************************************
069500 7500-LOAD-CALENDAR.
069600     OPEN INPUT CALIN.
069700     IF NOT CALIN-OK
069800         DISPLAY 'HELLO8 - UNABLE TO OPEN CALIN, STATUS = '
069900             WS-CALIN-STATUS
070000         MOVE 'BUSINESS-DAY CALENDAR NOT AVAILABLE' TO WS-CAL-NOTE
070100         GO TO 7500-WARN
070200     END-IF.
070300     SET CALENDAR-LOADED TO TRUE.
070400     PERFORM 7510-READ-CALIN THRU 7510-EXIT.
070500     PERFORM 7520-LOAD-ONE-MONTH THRU 7520-EXIT
070600         UNTIL CALIN-AT-EOF OR NOT CALENDAR-LOADED.
070700     CLOSE CALIN.
070800     IF WS-CAL-COUNT = 0
070900         DISPLAY 'HELLO8 - CALIN IS EMPTY'
071000         MOVE 'N' TO WS-CAL-LOADED-SW
071100     END-IF.
071200     IF NOT CALENDAR-LOADED
071300         MOVE 'BUSINESS-DAY CALENDAR DAMAGED - NOT USED'
071400             TO WS-CAL-NOTE
071500         GO TO 7500-WARN
071600     END-IF.
071700     MOVE DL100-RUN-DATE TO WS-CAL-DATE.
071800     PERFORM 7600-CALENDAR-LOOKUP THRU 7600-EXIT.
071900     IF CAL-DATE-NOT-ON-FILE
072000         DISPLAY 'HELLO8 - RUN DATE ' DL100-RUN-DATE
072100             ' IS NOT ON THE BUSINESS-DAY CALENDAR'
072200         MOVE 'RUN DATE NOT ON THE BUSINESS-DAY CALENDAR'
072300             TO WS-CAL-NOTE
072400         GO TO 7500-RAISE-RC
072500     END-IF.
072800     GO TO 7500-EXIT.
072900 7500-WARN.
073000     DISPLAY 'HELLO8 - ' WS-CAL-NOTE
073100         ' - COMPARED WITH THE LAST GENERATION'.
073200 7500-RAISE-RC.
073300     IF DL100-RETURN-CODE < 0004
073400         MOVE 0004 TO DL100-RETURN-CODE
073500     END-IF.
073600 7500-EXIT.
073700     EXIT.
073800*
073900 7510-READ-CALIN.
074000     READ CALIN
074100         AT END
074200             MOVE 'Y' TO WS-CAL-EOF-SW
074300             GO TO 7510-EXIT
074400     END-READ.
074500     MOVE CALIN-REC TO DL100-CALENDAR-RECORD.
074600 7510-EXIT.
074700     EXIT.
074800*
074900 7520-LOAD-ONE-MONTH.
075000     IF DL100-CA-YEAR-MONTH IS NOT NUMERIC
075100         DISPLAY 'HELLO8 - CALIN BAD YEAR-MONTH: '
075200             DL100-CA-YEAR-MONTH
075300         MOVE 'N' TO WS-CAL-LOADED-SW
075400         GO TO 7520-EXIT
075500     END-IF.
075600     IF DL100-CA-MONTH < 1 OR DL100-CA-MONTH > 12
075700         DISPLAY 'HELLO8 - CALIN BAD YEAR-MONTH: '
075800             DL100-CA-YEAR-MONTH
075900         MOVE 'N' TO WS-CAL-LOADED-SW
076000         GO TO 7520-EXIT
076100     END-IF.
076200     MOVE 0 TO WS-CAL-TALLY.
076300     INSPECT DL100-CA-DAY-CODES TALLYING WS-CAL-TALLY
076400         FOR ALL 'B' ALL 'H' ALL 'W' ALL 'X'.
076500     IF WS-CAL-TALLY NOT = 31
076600         DISPLAY 'HELLO8 - CALIN UNKNOWN DAY CODE IN '
076700             DL100-CA-YEAR-MONTH
076800         MOVE 'N' TO WS-CAL-LOADED-SW
076900         GO TO 7520-EXIT
077000     END-IF.
077100     COMPUTE WS-CAL-OFFSET =
077200         (DL100-CA-YEAR * 12) + DL100-CA-MONTH.
077300     IF WS-CAL-COUNT = 0
077400         MOVE WS-CAL-OFFSET TO WS-CAL-FIRST-MONTH
077500     END-IF.
077600     IF WS-CAL-OFFSET NOT = WS-CAL-FIRST-MONTH + WS-CAL-COUNT
077700         DISPLAY 'HELLO8 - CALIN MONTH OUT OF SEQUENCE OR '
077800             'MISSING AT ' DL100-CA-YEAR-MONTH
077900         MOVE 'N' TO WS-CAL-LOADED-SW
078000         GO TO 7520-EXIT
078100     END-IF.
078200     IF WS-CAL-COUNT >= WS-CAL-MAX
078300         DISPLAY 'HELLO8 - CALIN HAS MORE THAN ' WS-CAL-MAX
078400             ' MONTHS - OLD YEARS MUST BE DROPPED'
078500         MOVE 'N' TO WS-CAL-LOADED-SW
078600         GO TO 7520-EXIT
078700     END-IF.
078800     ADD 1 TO WS-CAL-COUNT.
078900     MOVE DL100-CA-YEAR-MONTH TO WS-CAL-YEAR-MONTH (WS-CAL-COUNT).
079000     MOVE DL100-CA-DAY-CODES  TO WS-CAL-DAY-CODES (WS-CAL-COUNT).
079100     MOVE WS-CAL-RUNNING      TO WS-CAL-BUS-BEFORE (WS-CAL-COUNT).
079200     MOVE 0 TO WS-CAL-TALLY.
079300     INSPECT DL100-CA-DAY-CODES TALLYING WS-CAL-TALLY
079400         FOR ALL 'B'.
079500     ADD WS-CAL-TALLY TO WS-CAL-RUNNING.
079600     PERFORM 7510-READ-CALIN THRU 7510-EXIT.
079700 7520-EXIT.
079800     EXIT.
079900*
080000******************************************************************
080100* 7600-CALENDAR-LOOKUP  -  LOOK UP THE YYYYMMDD DATE IN          *
080200*                          WS-CAL-DATE.  RETURNS ITS DAY CODE IN *
080300*                          WS-CAL-DAY-CODE AND ITS BUSINESS-DAY  *
080400*                          NUMBER IN WS-CAL-BUS-DAY-NO, OR A     *
080500*                          BLANK CODE WHEN IT IS NOT A REAL DAY  *
080600*                          ON THE LOADED CALENDAR.  THE MONTHS   *
080700*                          ARE CONTIGUOUS, SO THE ROW IS FOUND   *
080800*                          BY ARITHMETIC RATHER THAN A SEARCH.   *
080900******************************************************************
081000 7600-CALENDAR-LOOKUP.
081100     MOVE SPACE TO WS-CAL-DAY-CODE.
081200     MOVE 0     TO WS-CAL-BUS-DAY-NO.
081300     MOVE 0     TO WS-CAL-USE.
081400     IF NOT CALENDAR-LOADED
081500      OR WS-CAL-DATE IS NOT NUMERIC
081600         GO TO 7600-EXIT
081700     END-IF.
081800     IF WS-CAL-DATE-MM < 1 OR WS-CAL-DATE-MM > 12
081900      OR WS-CAL-DATE-DD < 1 OR WS-CAL-DATE-DD > 31
082000         GO TO 7600-EXIT
082100     END-IF.
082200     COMPUTE WS-CAL-OFFSET = (WS-CAL-DATE-YYYY * 12)
082300         + WS-CAL-DATE-MM - WS-CAL-FIRST-MONTH + 1.
082400     IF WS-CAL-OFFSET < 1 OR WS-CAL-OFFSET > WS-CAL-COUNT
082500         GO TO 7600-EXIT
082600     END-IF.
082700     MOVE WS-CAL-OFFSET TO WS-CAL-USE.
082800     MOVE WS-CAL-DAY-CODES (WS-CAL-USE) (WS-CAL-DATE-DD:1)
082900         TO WS-CAL-DAY-CODE.
083000     IF WS-CAL-DAY-CODE = 'X'
083100         MOVE SPACE TO WS-CAL-DAY-CODE
083200         GO TO 7600-EXIT
083300     END-IF.
083400     MOVE 0 TO WS-CAL-TALLY.
083500     INSPECT WS-CAL-DAY-CODES (WS-CAL-USE) (1:WS-CAL-DATE-DD)
083600         TALLYING WS-CAL-TALLY FOR ALL 'B'.
083700     COMPUTE WS-CAL-BUS-DAY-NO =
083800         WS-CAL-BUS-BEFORE (WS-CAL-USE) + WS-CAL-TALLY.
083900 7600-EXIT.
084000     EXIT.
084100*
084200******************************************************************
084300* 7650-PRIOR-BUSINESS-DAY  -  REPLACE THE DATE IN WS-CAL-DATE    *
084400*                             WITH THE LAST BUSINESS DAY BEFORE  *
084500*                             IT, WALKING BACK THROUGH THE       *
084600*                             CALENDAR A DAY AT A TIME.          *
084700*                             WS-CAL-DAY-CODE IS B WHEN ONE WAS  *
084800*                             FOUND AND BLANK WHEN THE DATE IS   *
084900*                             NOT ON THE CALENDAR OR THE WALK    *
085000*                             RAN OFF ITS FIRST MONTH.           *
085100******************************************************************
085200 7650-PRIOR-BUSINESS-DAY.
085300     PERFORM 7600-CALENDAR-LOOKUP THRU 7600-EXIT.
085400     IF CAL-DATE-NOT-ON-FILE
085500         GO TO 7650-EXIT
085600     END-IF.
085700     MOVE SPACE TO WS-CAL-DAY-CODE.
085800     PERFORM 7660-STEP-BACK-ONE-DAY THRU 7660-EXIT
085900         UNTIL CAL-BUSINESS-DAY OR WS-CAL-USE = 0.
086000 7650-EXIT.
086100     EXIT.
086200*
086300 7660-STEP-BACK-ONE-DAY.
086400     IF WS-CAL-DATE-DD > 1
086500         SUBTRACT 1 FROM WS-CAL-DATE-DD
086600     ELSE
086700         SUBTRACT 1 FROM WS-CAL-USE
086800         IF WS-CAL-USE = 0
086900             MOVE SPACE TO WS-CAL-DAY-CODE
087000             GO TO 7660-EXIT
087100         END-IF
087200         MOVE WS-CAL-YEAR-MONTH (WS-CAL-USE) TO WS-CAL-DATE (1:6)
087300         MOVE 31 TO WS-CAL-DATE-DD
087400     END-IF.
087500     MOVE WS-CAL-DAY-CODES (WS-CAL-USE) (WS-CAL-DATE-DD:1)
087600         TO WS-CAL-DAY-CODE.
087700 7660-EXIT.
087800     EXIT.
