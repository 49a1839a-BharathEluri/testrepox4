002093*                     TO THE JOB LOG; A BAD KEYWORD FAILS THE    *
002094*                     STEP RC 0020 BEFORE ANY FILE IS OPENED.    *
002100*                                                                *
002105*    2026-10-15 DLM   A MISSING ACKNOWLEDGMENT FOR A NIGHT THE   *
002110*                     BUSINESS-DAY CALENDAR (CALIN) SHOWS AS A   *
002115*                     WEEKEND OR HOLIDAY IS REPORTED AS NO LOAD  *
002120*                     AND NO LONGER FAILS THE STEP - THE         *
002125*                     WAREHOUSE DOES NOT LOAD ON THOSE DAYS.  A  *
002130*                     MISSING OR DAMAGED CALENDAR, OR A RUN OR   *
002135*                     EXPECTED DATE NOT ON IT, IS REPORTED AND   *
002140*                     ENDS THE STEP RC 0004; THE NIGHT IS THEN   *
002145*                     TREATED AS A LOAD DAY.                     *
002150*                                                                *
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.    HELLO10.
004660     SELECT OPTIONAL PARMCRD ASSIGN TO PARMCRD
004670         ORGANIZATION IS LINE SEQUENTIAL
004680         FILE STATUS IS WS-PARMCRD-STATUS.
004681*    CALIN IS THE OPERATOR-MAINTAINED BUSINESS-DAY CALENDAR
004682*    (CALREC) - SEE 7500-LOAD-CALENDAR.
004683     SELECT CALIN   ASSIGN TO CALIN
004684         ORGANIZATION IS LINE SEQUENTIAL
004685         FILE STATUS IS WS-CALIN-STATUS.
004700 DATA           DIVISION.
004800 FILE           SECTION.
004900 FD  ACKIN
006040 FD  PARMCRD
006050     RECORDING MODE IS F.
006060 01  PARMCRD-REC                    PIC X(80).
006061 FD  CALIN
006062     RECORDING MODE IS F.
006063 01  CALIN-REC                      PIC X(80).
006100 WORKING-STORAGE SECTION.
006200*
006300     COPY COPY1.
007830     05  WS-PARMCRD-STATUS          PIC XX       VALUE '00'.
007840         88  PARMCRD-OK                           VALUE '00'.
007850         88  PARMCRD-EOF                          VALUE '10'.
007851     05  WS-CALIN-STATUS            PIC XX       VALUE '00'.
007852         88  CALIN-OK                            VALUE '00'.
007900*
008000 01  WS-SWITCHES.
008100     05  WS-ACKIN-EOF-SW            PIC X        VALUE 'N'.
008800         88  AUDIT-RUN-FOUND                     VALUE 'Y'.
008900     05  WS-ABORT-SW                PIC X        VALUE 'N'.
009000         88  ABORT-RUN                            VALUE 'Y'.
009010     05  WS-NON-LOAD-DAY-SW         PIC X        VALUE 'N'.
009020         88  EXPECTED-NON-LOAD-DAY               VALUE 'Y'.
009100*
009200 01  WS-COUNTERS                    COMP.
009300     05  WS-ACKS-READ               PIC 9(9)     VALUE 0.
010300     05  WS-EXP-AMOUNT              PIC S9(11)V99  VALUE 0.
010400     05  WS-AUDIT-WRITTEN           PIC 9(09)      VALUE 0.
010500*
010502*    BUSINESS-DAY CALENDAR (CALREC), ONE ROW PER MONTH IN FILE
010504*    ORDER.  EACH ROW CARRIES THE COUNT OF BUSINESS DAYS ON THE
010506*    CALENDAR BEFORE IT, SO A DATE'S BUSINESS-DAY NUMBER IS THAT
010508*    COUNT PLUS THE B CODES UP TO AND INCLUDING ITS DAY, AND THE
010510*    DIFFERENCE OF TWO SUCH NUMBERS IS BUSINESS DAYS ELAPSED.
010512 01  WS-CAL-CONTROL.
010514     05  WS-CAL-MAX                 PIC 9(03)    VALUE 240  COMP.
010516     05  WS-CAL-COUNT               PIC 9(03)    VALUE 0    COMP.
010518     05  WS-CAL-USE                 PIC 9(03)    VALUE 0    COMP.
010520     05  WS-CAL-FIRST-MONTH         PIC 9(07)    VALUE 0    COMP.
010522     05  WS-CAL-OFFSET              PIC S9(07)   VALUE 0    COMP.
010524     05  WS-CAL-RUNNING             PIC 9(07)    VALUE 0    COMP.
010526     05  WS-CAL-TALLY               PIC 9(03)    VALUE 0    COMP.
010528     05  WS-CAL-LOADED-SW           PIC X(01)    VALUE 'N'.
010530         88  CALENDAR-LOADED                     VALUE 'Y'.
010536     05  WS-CAL-EOF-SW              PIC X(01)    VALUE 'N'.
010538         88  CALIN-AT-EOF                        VALUE 'Y'.
010540     05  WS-CAL-TABLE.
010542         10  WS-CAL-ENTRY           OCCURS 240 TIMES.
010544             15  WS-CAL-YEAR-MONTH  PIC 9(06).
010546             15  WS-CAL-DAY-CODES   PIC X(31).
010548             15  WS-CAL-BUS-BEFORE  PIC 9(07)    COMP.
010550*
010552*    ONE DATE LOOKED UP ON THE CALENDAR - SEE 7600.  THE NOTE
010554*    SAYS WHY THE CALENDAR COULD NOT BE USED, IF IT COULD NOT.
010560 01  WS-CAL-LOOKUP.
010562     05  WS-CAL-DATE.
010564         10  WS-CAL-DATE-YYYY       PIC 9(04).
010566         10  WS-CAL-DATE-MM         PIC 9(02).
010568         10  WS-CAL-DATE-DD         PIC 9(02).
010570     05  WS-CAL-DAY-CODE            PIC X(01)    VALUE SPACE.
010572         88  CAL-BUSINESS-DAY                    VALUE 'B'.
010574         88  CAL-HOLIDAY                         VALUE 'H'.
010576         88  CAL-WEEKEND                         VALUE 'W'.
010578         88  CAL-DATE-NOT-ON-FILE                VALUE SPACE.
010580     05  WS-CAL-BUS-DAY-NO          PIC 9(07)    VALUE 0    COMP.
010584     05  WS-CAL-NOTE                PIC X(44)    VALUE SPACES.
010586*
010588     COPY CALREC.
010590*
010600     COPY ACKREC.
010700*
010800     COPY CTLREC.
013800     05  WS-AD-OUR-AMOUNT           PIC -Z(11)9.99.
013900     05  FILLER                     PIC X(01)    VALUE SPACE.
014000     05  WS-AD-STATUS               PIC X(18)    VALUE SPACES.
014010*    PRINTED UNDER THE HEADING WHEN THE BUSINESS-DAY CALENDAR
014020*    COULD NOT BE USED - SEE 7500-LOAD-CALENDAR.
014030 01  WS-ACK-NOTE-LINE.
014040     05  FILLER                     PIC X(01)    VALUE SPACE.
014050     05  WS-AN-CAL-NOTE             PIC X(44)    VALUE SPACES.
014060     05  FILLER                     PIC X(35)    VALUE SPACES.
014100*
014200 LINKAGE        SECTION.
014300*
017820     IF ABORT-RUN
017830         GO TO 1000-EXIT
017840     END-IF.
017850     PERFORM 7500-LOAD-CALENDAR THRU 7500-EXIT.
017900     OPEN OUTPUT ACKRPT.
018000     IF NOT ACKRPT-OK
018100         DISPLAY 'HELLO10 - UNABLE TO OPEN ACKRPT, STATUS = '
018700     MOVE DL100-RUN-DATE    TO WS-AH-RUN-DATE.
018800     MOVE WS-ACK-HEADING-1  TO ACKRPT-REC.
018900     WRITE ACKRPT-REC.
018910     IF WS-CAL-NOTE NOT = SPACES
018920         MOVE WS-CAL-NOTE       TO WS-AN-CAL-NOTE
018930         MOVE WS-ACK-NOTE-LINE  TO ACKRPT-REC
018940         WRITE ACKRPT-REC
018950     END-IF.
019000     MOVE WS-ACK-HEADING-2  TO ACKRPT-REC.
019100     WRITE ACKRPT-REC.
019200 1000-EXIT.
037900* 8000-CHECK-COVERAGE  -  NO ACKNOWLEDGMENT AT ALL FOR THE        *
038000*                         EXPECTED NIGHT IS ITS OWN FAILURE -     *
038100*                         A LOAD THAT NEVER RAN LOOKS EXACTLY     *
038200*                         LIKE A MISSING FILE - UNLESS THE        *
038210*                         CALENDAR SAYS THE WAREHOUSE DID NOT     *
038220*                         LOAD THAT NIGHT (SEE 8100).             *
038300******************************************************************
038400 8000-CHECK-COVERAGE.
038500     IF NOT EXPECTED-DATE-ACKED
038520         PERFORM 8100-CHECK-LOAD-DAY THRU 8100-EXIT
038540     END-IF.
038560     IF NOT EXPECTED-DATE-ACKED AND NOT EXPECTED-NON-LOAD-DAY
038600         DISPLAY 'HELLO10 - NO ACKNOWLEDGMENT RECEIVED FOR '
038700             'RUN DATE ' WS-EXP-RUN-DATE
038900         MOVE WS-EXP-RUN-DATE   TO WS-AD-DATE
039900     END-IF.
040000 8000-EXIT.
040100     EXIT.
040102*
040104******************************************************************
040106* 8100-CHECK-LOAD-DAY  -  THE WAREHOUSE DOES NOT LOAD ON A       *
040108*                         WEEKEND OR HOLIDAY, SO NO              *
040110*                         ACKNOWLEDGMENT FOR A NIGHT THE         *
040112*                         BUSINESS-DAY CALENDAR SHOWS AS ONE IS  *
040114*                         EXPECTED - IT IS REPORTED AS NO LOAD   *
040116*                         BUT DOES NOT FAIL THE STEP.  AN        *
040118*                         EXPECTED DATE THE CALENDAR DOES NOT    *
040120*                         COVER IS REPORTED, ENDS THE STEP RC    *
040122*                         0004 AND IS TREATED AS A LOAD DAY.     *
040124******************************************************************
040126 8100-CHECK-LOAD-DAY.
040128     IF NOT CALENDAR-LOADED
040130         GO TO 8100-EXIT
040132     END-IF.
040134     MOVE WS-EXP-RUN-DATE TO WS-CAL-DATE.
040136     PERFORM 7600-CALENDAR-LOOKUP THRU 7600-EXIT.
040138     IF CAL-DATE-NOT-ON-FILE
040140         DISPLAY 'HELLO10 - EXPECTED DATE ' WS-EXP-RUN-DATE
040142             ' IS NOT ON THE BUSINESS-DAY CALENDAR - TREATED AS '
040144             'A LOAD DAY'
040146         IF DL100-RETURN-CODE < 0004
040148             MOVE 0004 TO DL100-RETURN-CODE
040150         END-IF
040152         GO TO 8100-EXIT
040154     END-IF.
040156     IF CAL-BUSINESS-DAY
040158         GO TO 8100-EXIT
040160     END-IF.
040162     SET EXPECTED-NON-LOAD-DAY TO TRUE.
040164     DISPLAY 'HELLO10 - NO ACKNOWLEDGMENT FOR ' WS-EXP-RUN-DATE
040166         ' - NOT A WAREHOUSE LOAD DAY ON THE CALENDAR'.
040168     MOVE WS-EXP-RUN-DATE   TO WS-AD-DATE.
040170     MOVE 0                 TO WS-AD-ACK-ROWS.
040172     MOVE 0                 TO WS-AD-ACK-AMOUNT.
040174     MOVE WS-EXP-COUNT      TO WS-AD-OUR-ROWS.
040176     MOVE WS-EXP-AMOUNT     TO WS-AD-OUR-AMOUNT.
040178     IF CAL-HOLIDAY
040180         MOVE 'NO LOAD - HOLIDAY' TO WS-AD-STATUS
040182     ELSE
040184         MOVE 'NO LOAD - WEEKEND' TO WS-AD-STATUS
040186     END-IF.
040188     PERFORM 2300-WRITE-ACK-LINE THRU 2300-EXIT.
040190 8100-EXIT.
040192     EXIT.
040200*
040210******************************************************************
040220* 8500-WRITE-AUDIT  -  APPEND ONE AUDIT-TRAIL RECORD FOR THIS    *
041600     DISPLAY 'HELLO10 - ACK RECONCILIATION COMPLETE'.
041700 9999-EXIT.
041800     EXIT.
041900*
042000******************************************************************
042100* 7500-LOAD-CALENDAR  -  LOAD THE BUSINESS-DAY CALENDAR (CALIN)  *
042200*                        INTO THE MONTH TABLE WITH ITS RUNNING   *
042300*                        BUSINESS-DAY COUNTS, THEN LOOK UP THE   *
042400*                        RUN DATE.  A MISSING OR DAMAGED         *
042500*                        CALENDAR - A BAD YEAR-MONTH, A MONTH    *
042600*                        OUT OF ORDER OR MISSING, AN UNKNOWN DAY *
042700*                        CODE, MORE MONTHS THAN THE TABLE HOLDS  *
042800*                        - IS NOT USED AT ALL, SINCE A COUNT     *
042900*                        ACROSS A GAP WOULD BE WRONG.  THAT IS   *
043000*                        REPORTED, ENDS THE STEP RC 0004, AND    *
043100*                        EVERY MISSING ACK IS FLAGGED AS         *
043200*                        BEFORE.  A RUN DATE NOT ON THE          *
043300*                        CALENDAR IS REPORTED RC 0004 BUT THE    *
043400*                        CALENDAR IS STILL USED FOR THE          *
043500*                        EXPECTED LOAD DATES.  THE CALENDAR      *
043600*                        VALIDATION STEP (HELLO26) PINPOINTS THE *
043700*                        DAMAGE.                                 *
043800******************************************************************
043900 7500-LOAD-CALENDAR.
044000     OPEN INPUT CALIN.
044100     IF NOT CALIN-OK
044200         DISPLAY 'HELLO10 - UNABLE TO OPEN CALIN, STATUS = '
044300             WS-CALIN-STATUS
044400         MOVE 'BUSINESS-DAY CALENDAR NOT AVAILABLE' TO WS-CAL-NOTE
044500         GO TO 7500-WARN
044600     END-IF.
044700     SET CALENDAR-LOADED TO TRUE.
044800     PERFORM 7510-READ-CALIN THRU 7510-EXIT.
044900     PERFORM 7520-LOAD-ONE-MONTH THRU 7520-EXIT
045000         UNTIL CALIN-AT-EOF OR NOT CALENDAR-LOADED.
045100     CLOSE CALIN.
045200     IF WS-CAL-COUNT = 0
045300         DISPLAY 'HELLO10 - CALIN IS EMPTY'
045400         MOVE 'N' TO WS-CAL-LOADED-SW
045500     END-IF.
045600     IF NOT CALENDAR-LOADED
045700         MOVE 'BUSINESS-DAY CALENDAR DAMAGED - NOT USED'
045800             TO WS-CAL-NOTE
045900         GO TO 7500-WARN
046000     END-IF.
046100     MOVE DL100-RUN-DATE TO WS-CAL-DATE.
046200     PERFORM 7600-CALENDAR-LOOKUP THRU 7600-EXIT.
046300     IF CAL-DATE-NOT-ON-FILE
046400         DISPLAY 'HELLO10 - RUN DATE ' DL100-RUN-DATE
046500             ' IS NOT ON THE BUSINESS-DAY CALENDAR'
046600         MOVE 'RUN DATE NOT ON THE BUSINESS-DAY CALENDAR'
046700             TO WS-CAL-NOTE
046800         GO TO 7500-RAISE-RC
046900     END-IF.
047200     GO TO 7500-EXIT.
047300 7500-WARN.
047400     DISPLAY 'HELLO10 - ' WS-CAL-NOTE
047500         ' - NON-LOAD DAYS ARE NOT RECOGNISED'.
047600 7500-RAISE-RC.
047700     IF DL100-RETURN-CODE < 0004
047800         MOVE 0004 TO DL100-RETURN-CODE
047900     END-IF.
048000 7500-EXIT.
048100     EXIT.
048200*
048300 7510-READ-CALIN.
048400     READ CALIN
048500         AT END
048600             MOVE 'Y' TO WS-CAL-EOF-SW
048700             GO TO 7510-EXIT
048800     END-READ.
048900     MOVE CALIN-REC TO DL100-CALENDAR-RECORD.
049000 7510-EXIT.
049100     EXIT.
049200*
049300 7520-LOAD-ONE-MONTH.
049400     IF DL100-CA-YEAR-MONTH IS NOT NUMERIC
049500         DISPLAY 'HELLO10 - CALIN BAD YEAR-MONTH: '
049600             DL100-CA-YEAR-MONTH
049700         MOVE 'N' TO WS-CAL-LOADED-SW
049800         GO TO 7520-EXIT
049900     END-IF.
050000     IF DL100-CA-MONTH < 1 OR DL100-CA-MONTH > 12
050100         DISPLAY 'HELLO10 - CALIN BAD YEAR-MONTH: '
050200             DL100-CA-YEAR-MONTH
050300         MOVE 'N' TO WS-CAL-LOADED-SW
050400         GO TO 7520-EXIT
050500     END-IF.
050600     MOVE 0 TO WS-CAL-TALLY.
050700     INSPECT DL100-CA-DAY-CODES TALLYING WS-CAL-TALLY
050800         FOR ALL 'B' ALL 'H' ALL 'W' ALL 'X'.
050900     IF WS-CAL-TALLY NOT = 31
051000         DISPLAY 'HELLO10 - CALIN UNKNOWN DAY CODE IN '
051100             DL100-CA-YEAR-MONTH
051200         MOVE 'N' TO WS-CAL-LOADED-SW
051300         GO TO 7520-EXIT
051400     END-IF.
051500     COMPUTE WS-CAL-OFFSET =
051600         (DL100-CA-YEAR * 12) + DL100-CA-MONTH.
051700     IF WS-CAL-COUNT = 0
051800         MOVE WS-CAL-OFFSET TO WS-CAL-FIRST-MONTH
051900     END-IF.
052000     IF WS-CAL-OFFSET NOT = WS-CAL-FIRST-MONTH + WS-CAL-COUNT
052100         DISPLAY 'HELLO10 - CALIN MONTH OUT OF SEQUENCE OR '
052200             'MISSING AT ' DL100-CA-YEAR-MONTH
052300         MOVE 'N' TO WS-CAL-LOADED-SW
052400         GO TO 7520-EXIT
052500     END-IF.
052600     IF WS-CAL-COUNT >= WS-CAL-MAX
052700         DISPLAY 'HELLO10 - CALIN HAS MORE THAN ' WS-CAL-MAX
052800             ' MONTHS - OLD YEARS MUST BE DROPPED'
052900         MOVE 'N' TO WS-CAL-LOADED-SW
053000         GO TO 7520-EXIT
053100     END-IF.
053200     ADD 1 TO WS-CAL-COUNT.
053300     MOVE DL100-CA-YEAR-MONTH TO WS-CAL-YEAR-MONTH (WS-CAL-COUNT).
053400     MOVE DL100-CA-DAY-CODES  TO WS-CAL-DAY-CODES (WS-CAL-COUNT).
053500     MOVE WS-CAL-RUNNING      TO WS-CAL-BUS-BEFORE (WS-CAL-COUNT).
053600     MOVE 0 TO WS-CAL-TALLY.
053700     INSPECT DL100-CA-DAY-CODES TALLYING WS-CAL-TALLY
053800         FOR ALL 'B'.
053900     ADD WS-CAL-TALLY TO WS-CAL-RUNNING.
054000     PERFORM 7510-READ-CALIN THRU 7510-EXIT.
054100 7520-EXIT.
054200     EXIT.
054300*
054400******************************************************************
054500* 7600-CALENDAR-LOOKUP  -  LOOK UP THE YYYYMMDD DATE IN          *
054600*                          WS-CAL-DATE.  RETURNS ITS DAY CODE IN *
054700*                          WS-CAL-DAY-CODE AND ITS BUSINESS-DAY  *
054800*                          NUMBER IN WS-CAL-BUS-DAY-NO, OR A     *
054900*                          BLANK CODE WHEN IT IS NOT A REAL DAY  *
055000*                          ON THE LOADED CALENDAR.  THE MONTHS   *
055100*                          ARE CONTIGUOUS, SO THE ROW IS FOUND   *
055200*                          BY ARITHMETIC RATHER THAN A SEARCH.   *
055300******************************************************************
055400 7600-CALENDAR-LOOKUP.
055500     MOVE SPACE TO WS-CAL-DAY-CODE.
055600     MOVE 0     TO WS-CAL-BUS-DAY-NO.
055700     MOVE 0     TO WS-CAL-USE.
055800     IF NOT CALENDAR-LOADED
055900      OR WS-CAL-DATE IS NOT NUMERIC
056000         GO TO 7600-EXIT
056100     END-IF.
056200     IF WS-CAL-DATE-MM < 1 OR WS-CAL-DATE-MM > 12
056300      OR WS-CAL-DATE-DD < 1 OR WS-CAL-DATE-DD > 31
056400         GO TO 7600-EXIT
056500     END-IF.
056600     COMPUTE WS-CAL-OFFSET = (WS-CAL-DATE-YYYY * 12)
056700         + WS-CAL-DATE-MM - WS-CAL-FIRST-MONTH + 1.
056800     IF WS-CAL-OFFSET < 1 OR WS-CAL-OFFSET > WS-CAL-COUNT
056900         GO TO 7600-EXIT
057000     END-IF.
057100     MOVE WS-CAL-OFFSET TO WS-CAL-USE.
057200     MOVE WS-CAL-DAY-CODES (WS-CAL-USE) (WS-CAL-DATE-DD:1)
057300         TO WS-CAL-DAY-CODE.
057400     IF WS-CAL-DAY-CODE = 'X'
057500         MOVE SPACE TO WS-CAL-DAY-CODE
057600         GO TO 7600-EXIT
057700     END-IF.
057800     MOVE 0 TO WS-CAL-TALLY.
057900     INSPECT WS-CAL-DAY-CODES (WS-CAL-USE) (1:WS-CAL-DATE-DD)
058000         TALLYING WS-CAL-TALLY FOR ALL 'B'.
058100     COMPUTE WS-CAL-BUS-DAY-NO =
058200         WS-CAL-BUS-BEFORE (WS-CAL-USE) + WS-CAL-TALLY.
058300 7600-EXIT.
058400     EXIT.
