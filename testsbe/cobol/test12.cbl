002687*                     CLOCK RESET.  ITEMS TOUCHED BY TONIGHT'S   *
002688*                     SUSPENDS ARE FLAGGED AND THE CLEARANCE     *
002689*                     MATCH SKIPS THEM.                          *
002690*    2026-10-15 DLM   AGES AND THE ESCALATION LIMIT COUNT        *
002691*                     BUSINESS DAYS FROM THE OPERATOR-MAINTAINED *
002692*                     CALENDAR (CALIN), SO A WEEKEND OR HOLIDAY  *
002693*                     NO LONGER AGES AN ITEM - AGELIMIT IS NOW   *
002694*                     BUSINESS DAYS.  A MISSING OR DAMAGED       *
002695*                     CALENDAR, OR A RUN DATE NOT ON IT, IS      *
002696*                     REPORTED, ENDS THE STEP RC 0004 AND AGES   *
002697*                     IN CALENDAR DAYS AS BEFORE.                *
002700*                                                                *
002800******************************************************************
002900 IDENTIFICATION DIVISION.
006460     SELECT OPTIONAL PARMCRD ASSIGN TO PARMCRD
006470         ORGANIZATION IS LINE SEQUENTIAL
006480         FILE STATUS IS WS-PARMCRD-STATUS.
006481*    CALIN IS THE OPERATOR-MAINTAINED BUSINESS-DAY CALENDAR
006482*    (CALREC) - SEE 7500-LOAD-CALENDAR.
006483     SELECT CALIN   ASSIGN TO CALIN
006484         ORGANIZATION IS LINE SEQUENTIAL
006485         FILE STATUS IS WS-CALIN-STATUS.
006500 DATA           DIVISION.
006600 FILE           SECTION.
006700 FD  SUSPMIN
008440 FD  PARMCRD
008450     RECORDING MODE IS F.
008460 01  PARMCRD-REC                    PIC X(80).
008461 FD  CALIN
008462     RECORDING MODE IS F.
008463 01  CALIN-REC                      PIC X(80).
008500 WORKING-STORAGE SECTION.
008600*
008700     COPY COPY1.
010730     05  WS-PARMCRD-STATUS          PIC XX       VALUE '00'.
010740         88  PARMCRD-OK                           VALUE '00'.
010750         88  PARMCRD-EOF                          VALUE '10'.
010751     05  WS-CALIN-STATUS            PIC XX       VALUE '00'.
010752         88  CALIN-OK                            VALUE '00'.
010800*
010900 01  WS-SWITCHES.
011000     05  WS-SUSPMIN-EOF-SW          PIC X        VALUE 'N'.
011700         88  ABORT-RUN                            VALUE 'Y'.
011800     05  WS-SUSP-FULL-SW            PIC X        VALUE 'N'.
011900         88  SUSP-TABLE-FULL                      VALUE 'Y'.
011910     05  WS-AGE-BASIS-SW            PIC X        VALUE 'B'.
011920         88  AGED-IN-BUSINESS-DAYS               VALUE 'B'.
011930         88  AGED-IN-CALENDAR-DAYS               VALUE 'C'.
012000*
012100 01  WS-COUNTERS                    COMP.
012200     05  WS-RECORDS-READ            PIC 9(9)     VALUE 0.
012600     05  WS-ITEMS-OPEN              PIC 9(9)     VALUE 0.
012700     05  WS-ITEMS-ESCALATED         PIC 9(9)     VALUE 0.
012710     05  WS-ITEMS-REFAILED          PIC 9(9)     VALUE 0.
012720     05  WS-ITEMS-OFF-CALENDAR      PIC 9(9)     VALUE 0.
012800     05  WS-ITEMS-WRITTEN           PIC 9(9)     VALUE 0.
012900     05  WS-AGE-LIMIT-DAYS          PIC 9(3)     VALUE 30.
013000*
016900     05  WS-TODAY-DAYS              PIC S9(08)   VALUE 0.
017000     05  WS-ITEM-AGE-DAYS           PIC S9(08)   VALUE 0.
017100*
017102*    BUSINESS-DAY CALENDAR (CALREC), ONE ROW PER MONTH IN FILE
017104*    ORDER.  EACH ROW CARRIES THE COUNT OF BUSINESS DAYS ON THE
017106*    CALENDAR BEFORE IT, SO A DATE'S BUSINESS-DAY NUMBER IS THAT
017108*    COUNT PLUS THE B CODES UP TO AND INCLUDING ITS DAY, AND THE
017110*    DIFFERENCE OF TWO SUCH NUMBERS IS BUSINESS DAYS ELAPSED.
017112 01  WS-CAL-CONTROL.
017114     05  WS-CAL-MAX                 PIC 9(03)    VALUE 240  COMP.
017116     05  WS-CAL-COUNT               PIC 9(03)    VALUE 0    COMP.
017118     05  WS-CAL-USE                 PIC 9(03)    VALUE 0    COMP.
017120     05  WS-CAL-FIRST-MONTH         PIC 9(07)    VALUE 0    COMP.
017122     05  WS-CAL-OFFSET              PIC S9(07)   VALUE 0    COMP.
017124     05  WS-CAL-RUNNING             PIC 9(07)    VALUE 0    COMP.
017126     05  WS-CAL-TALLY               PIC 9(03)    VALUE 0    COMP.
017128     05  WS-CAL-LOADED-SW           PIC X(01)    VALUE 'N'.
017130         88  CALENDAR-LOADED                     VALUE 'Y'.
017132     05  WS-CAL-RUN-DATE-SW         PIC X(01)    VALUE 'N'.
017134         88  RUN-DATE-ON-CALENDAR                VALUE 'Y'.
017136     05  WS-CAL-EOF-SW              PIC X(01)    VALUE 'N'.
017138         88  CALIN-AT-EOF                        VALUE 'Y'.
017140     05  WS-CAL-TABLE.
017142         10  WS-CAL-ENTRY           OCCURS 240 TIMES.
017144             15  WS-CAL-YEAR-MONTH  PIC 9(06).
017146             15  WS-CAL-DAY-CODES   PIC X(31).
017148             15  WS-CAL-BUS-BEFORE  PIC 9(07)    COMP.
017150*
017152*    ONE DATE LOOKED UP ON THE CALENDAR - SEE 7600.  THE RUN
017154*    DATE'S OWN BUSINESS-DAY NUMBER IS KEPT FROM THE LOAD, AND
017156*    THE NOTE SAYS WHY THE CALENDAR COULD NOT BE USED, IF IT
017158*    COULD NOT.
017160 01  WS-CAL-LOOKUP.
017162     05  WS-CAL-DATE.
017164         10  WS-CAL-DATE-YYYY       PIC 9(04).
017166         10  WS-CAL-DATE-MM         PIC 9(02).
017168         10  WS-CAL-DATE-DD         PIC 9(02).
017170     05  WS-CAL-DAY-CODE            PIC X(01)    VALUE SPACE.
017172         88  CAL-BUSINESS-DAY                    VALUE 'B'.
017174         88  CAL-HOLIDAY                         VALUE 'H'.
017176         88  CAL-WEEKEND                         VALUE 'W'.
017178         88  CAL-DATE-NOT-ON-FILE                VALUE SPACE.
017180     05  WS-CAL-BUS-DAY-NO          PIC 9(07)    VALUE 0    COMP.
017182     05  WS-CAL-RUN-BUS-DAY         PIC 9(07)    VALUE 0    COMP.
017184     05  WS-CAL-NOTE                PIC X(44)    VALUE SPACES.
017186*
017188     COPY CALREC.
017190*
017200*    PER-REASON AGING ROLL-UP - ONE ROW PER REASON CODE SEEN,
017300*    FOUR AGE BUCKETS ACROSS.
017400 01  WS-RSN-CONTROL.
020600     05  FILLER                     PIC X(13)    VALUE
020700         '  ESCALATE > '.
020800     05  WS-AH-LIMIT                PIC ZZ9.
020900     05  WS-AH-DAY-BASIS            PIC X(15)    VALUE
020950         ' BUSINESS DAYS'.
021000     05  FILLER                     PIC X(06)    VALUE SPACES.
021100 01  WS-AGE-HEADING-2.
021200     05  FILLER                     PIC X(01)    VALUE SPACE.
021300     05  FILLER                     PIC X(79)    VALUE
025200         'ESCALATED ITEMS         ='.
025300     05  WS-AT-ESCALATED            PIC Z(08)9.
025400     05  FILLER                     PIC X(44)    VALUE SPACES.
025407 01  WS-AGE-TRAILER-4.
025414     05  FILLER                     PIC X(01)    VALUE SPACE.
025421     05  FILLER                     PIC X(26)    VALUE
025428         'AGED IN CALENDAR DAYS   ='.
025435     05  WS-AT-OFF-CALENDAR         PIC Z(08)9.
025442     05  FILLER                     PIC X(44)    VALUE SPACES.
025449*    PRINTED UNDER THE HEADING WHEN THE BUSINESS-DAY CALENDAR
025456*    COULD NOT BE USED - SEE 7500-LOAD-CALENDAR.
025463 01  WS-AGE-NOTE-LINE.
025470     05  FILLER                     PIC X(01)    VALUE SPACE.
025477     05  WS-AN-CAL-NOTE             PIC X(44)    VALUE SPACES.
025484     05  FILLER                     PIC X(35)    VALUE
025491         ' - AGES ARE IN CALENDAR DAYS'.
025500*
025600 LINKAGE        SECTION.
025700*
026000     05  LS-PARM-DATA.
026100         10  LS-PARM-OPERATOR-ID    PIC X(08).
026200         10  LS-PARM-RUN-MODE       PIC X(06).
026300*        ESCALATION LIMIT IN WHOLE BUSINESS DAYS (CALENDAR
026350*        DAYS WITHOUT A USABLE CALENDAR) - AN OPEN ITEM OLDER
026400*        THAN THIS IS ESCALATED AND THE STEP ENDS RC 0004.
026500         10  LS-PARM-AGE-LIMIT      PIC X(03).
026600 PROCEDURE      DIVISION USING LS-PARM-AREA.
030120     IF ABORT-RUN
030130         GO TO 1000-EXIT
030140     END-IF.
030150     PERFORM 7500-LOAD-CALENDAR THRU 7500-EXIT.
030160     IF NOT RUN-DATE-ON-CALENDAR
030170         MOVE ' CALENDAR DAYS' TO WS-AH-DAY-BASIS
030180     END-IF.
030200     MOVE WS-CURRENT-DATE TO WS-D2D-DATE.
030300     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
030400     MOVE WS-D2D-DAYS     TO WS-TODAY-DAYS.
032200     MOVE WS-AGE-LIMIT-DAYS  TO WS-AH-LIMIT.
032300     MOVE WS-AGE-HEADING-1   TO AGERPT-REC.
032400     WRITE AGERPT-REC.
032410     IF NOT RUN-DATE-ON-CALENDAR
032420         MOVE WS-CAL-NOTE       TO WS-AN-CAL-NOTE
032430         MOVE WS-AGE-NOTE-LINE  TO AGERPT-REC
032440         WRITE AGERPT-REC
032450     END-IF.
032500 1000-EXIT.
032600     EXIT.
032601*
058300     MOVE WS-ITEMS-ESCALATED TO WS-AT-ESCALATED.
058400     MOVE WS-AGE-TRAILER-3   TO AGERPT-REC.
058500     WRITE AGERPT-REC.
058510     IF WS-ITEMS-OFF-CALENDAR > 0
058520         MOVE WS-ITEMS-OFF-CALENDAR TO WS-AT-OFF-CALENDAR
058530         MOVE WS-AGE-TRAILER-4      TO AGERPT-REC
058540         WRITE AGERPT-REC
058550     END-IF.
058600 6000-EXIT.
058700     EXIT.
058800*
058900******************************************************************
058910* 6050-ITEM-AGE  -  THE AGE OF THE OPEN ITEM AT WS-SUS-SUB, INTO *
058920*                   WS-ITEM-AGE-DAYS.  WHEN THE RUN DATE IS ON   *
058930*                   THE BUSINESS-DAY CALENDAR THE AGE IS THE     *
058940*                   BUSINESS DAYS SINCE THE ITEM WAS FIRST SEEN, *
058950*                   SO A WEEKEND OR HOLIDAY DOES NOT AGE IT; A   *
058960*                   FIRST-SEEN DATE OLDER THAN THE CALENDAR AGES *
058970*                   IN CALENDAR DAYS AND IS COUNTED ON THE       *
058980*                   TRAILER.  WITHOUT A USABLE CALENDAR EVERY    *
058990*                   ITEM AGES IN CALENDAR DAYS.  A FIRST-SEEN    *
059000*                   DATE THAT IS NOT NUMERIC (DAMAGED OR         *
059010*                   HAND-EDITED) AGES AS TODAY RATHER THAN       *
059020*                   TAKING THE STEP DOWN.                        *
059030******************************************************************
059040 6050-ITEM-AGE.
059050     SET AGED-IN-BUSINESS-DAYS TO TRUE.
059060     MOVE 0 TO WS-ITEM-AGE-DAYS.
059070     IF WS-SUS-FIRST-SEEN (WS-SUS-SUB) IS NOT NUMERIC
059080         GO TO 6050-EXIT
059090     END-IF.
059100     IF RUN-DATE-ON-CALENDAR
059110         MOVE WS-SUS-FIRST-SEEN (WS-SUS-SUB) TO WS-CAL-DATE
059120         PERFORM 7600-CALENDAR-LOOKUP THRU 7600-EXIT
059130         IF NOT CAL-DATE-NOT-ON-FILE
059140             COMPUTE WS-ITEM-AGE-DAYS =
059150                 WS-CAL-RUN-BUS-DAY - WS-CAL-BUS-DAY-NO
059160             GO TO 6050-CHECK
059170         END-IF
059180         SET AGED-IN-CALENDAR-DAYS TO TRUE
059190     END-IF.
059200     MOVE WS-SUS-FIRST-SEEN (WS-SUS-SUB) TO WS-D2D-DATE.
059210     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
059220     COMPUTE WS-ITEM-AGE-DAYS = WS-TODAY-DAYS - WS-D2D-DAYS.
059230 6050-CHECK.
059240     IF WS-ITEM-AGE-DAYS < 0
059250         MOVE 0 TO WS-ITEM-AGE-DAYS
059260     END-IF.
059270 6050-EXIT.
059280     EXIT.
059290*
059300******************************************************************
059310* 6100-AGE-ONE-ITEM  -  COMPUTE ONE OPEN ITEM'S AGE (SEE         *
059320*                       6050-ITEM-AGE) AND FOLD IT INTO ITS        *
059330*                       REASON'S BUCKET ROW.                       *
059500******************************************************************
059600 6100-AGE-ONE-ITEM.
059700     IF WS-SUS-STATUS (WS-SUS-SUB) NOT = 'O'
059800         GO TO 6100-EXIT
059900     END-IF.
060000     ADD 1 TO WS-ITEMS-OPEN.
060100     PERFORM 6050-ITEM-AGE THRU 6050-EXIT.
060200     IF AGED-IN-CALENDAR-DAYS
060300         ADD 1 TO WS-ITEMS-OFF-CALENDAR
061100     END-IF.
061200     PERFORM 6200-FOLD-INTO-REASON THRU 6200-EXIT.
061300     IF WS-ITEM-AGE-DAYS > WS-AGE-LIMIT-DAYS
067900     IF WS-SUS-STATUS (WS-SUS-SUB) NOT = 'O'
068000         GO TO 6400-EXIT
068100     END-IF.
068200     PERFORM 6050-ITEM-AGE THRU 6050-EXIT.
069000     IF WS-ITEM-AGE-DAYS <= WS-AGE-LIMIT-DAYS
069100         GO TO 6400-EXIT
069200     END-IF.
077200     DISPLAY 'HELLO12 - SUSPENSE AGING COMPLETE'.
077300 9999-EXIT.
077400     EXIT.
077500*
077600******************************************************************
077700* 7500-LOAD-CALENDAR  -  LOAD THE BUSINESS-DAY CALENDAR (CALIN)  *
077800*                        INTO THE MONTH TABLE WITH ITS RUNNING   *
077900*                        BUSINESS-DAY COUNTS, THEN LOOK UP THE   *
078000*                        RUN DATE.  A MISSING OR DAMAGED         *
078100*                        CALENDAR - A BAD YEAR-MONTH, A MONTH    *
078200*                        OUT OF ORDER OR MISSING, AN UNKNOWN DAY *
078300*                        CODE, MORE MONTHS THAN THE TABLE HOLDS  *
078400*                        - IS NOT USED AT ALL, SINCE A COUNT     *
078500*                        ACROSS A GAP WOULD BE WRONG.  THAT, OR  *
078600*                        A RUN DATE NOT ON THE CALENDAR, IS      *
078700*                        REPORTED AND ENDS THE STEP RC 0004, AND *
078800*                        THE STEP CARRIES ON WITHOUT THE         *
078900*                        CALENDAR.  THE CALENDAR VALIDATION STEP *
079000*                        (HELLO26) PINPOINTS THE DAMAGE.         *
079100******************************************************************
079200 7500-LOAD-CALENDAR.
079300     OPEN INPUT CALIN.
079400     IF NOT CALIN-OK
079500         DISPLAY 'HELLO12 - UNABLE TO OPEN CALIN, STATUS = '
079600             WS-CALIN-STATUS
079700         MOVE 'BUSINESS-DAY CALENDAR NOT AVAILABLE' TO WS-CAL-NOTE
079800         GO TO 7500-WARN
079900     END-IF.
080000     SET CALENDAR-LOADED TO TRUE.
080100     PERFORM 7510-READ-CALIN THRU 7510-EXIT.
080200     PERFORM 7520-LOAD-ONE-MONTH THRU 7520-EXIT
080300         UNTIL CALIN-AT-EOF OR NOT CALENDAR-LOADED.
080400     CLOSE CALIN.
080500     IF WS-CAL-COUNT = 0
080600         DISPLAY 'HELLO12 - CALIN IS EMPTY'
080700         MOVE 'N' TO WS-CAL-LOADED-SW
080800     END-IF.
080900     IF NOT CALENDAR-LOADED
081000         MOVE 'BUSINESS-DAY CALENDAR DAMAGED - NOT USED'
081100             TO WS-CAL-NOTE
081200         GO TO 7500-WARN
081300     END-IF.
081400     MOVE DL100-RUN-DATE TO WS-CAL-DATE.
081500     PERFORM 7600-CALENDAR-LOOKUP THRU 7600-EXIT.
081600     IF CAL-DATE-NOT-ON-FILE
081700         DISPLAY 'HELLO12 - RUN DATE ' DL100-RUN-DATE
081800             ' IS NOT ON THE BUSINESS-DAY CALENDAR'
081900         MOVE 'RUN DATE NOT ON THE BUSINESS-DAY CALENDAR'
082000             TO WS-CAL-NOTE
082100         GO TO 7500-WARN
082200     END-IF.
082300     MOVE WS-CAL-BUS-DAY-NO TO WS-CAL-RUN-BUS-DAY.
082400     SET RUN-DATE-ON-CALENDAR TO TRUE.
082500     GO TO 7500-EXIT.
082600 7500-WARN.
082700     DISPLAY 'HELLO12 - ' WS-CAL-NOTE
082800         ' - SUSPENSE AGES IN CALENDAR DAYS'.
082900     IF DL100-RETURN-CODE < 0004
083000         MOVE 0004 TO DL100-RETURN-CODE
083100     END-IF.
083200 7500-EXIT.
083300     EXIT.
083400*
083500 7510-READ-CALIN.
083600     READ CALIN
083700         AT END
083800             MOVE 'Y' TO WS-CAL-EOF-SW
083900             GO TO 7510-EXIT
084000     END-READ.
084100     MOVE CALIN-REC TO DL100-CALENDAR-RECORD.
084200 7510-EXIT.
084300     EXIT.
084400*
084500 7520-LOAD-ONE-MONTH.
084600     IF DL100-CA-YEAR-MONTH IS NOT NUMERIC
084700         DISPLAY 'HELLO12 - CALIN BAD YEAR-MONTH: '
084800             DL100-CA-YEAR-MONTH
084900         MOVE 'N' TO WS-CAL-LOADED-SW
085000         GO TO 7520-EXIT
085100     END-IF.
085200     IF DL100-CA-MONTH < 1 OR DL100-CA-MONTH > 12
085300         DISPLAY 'HELLO12 - CALIN BAD YEAR-MONTH: '
085400             DL100-CA-YEAR-MONTH
085500         MOVE 'N' TO WS-CAL-LOADED-SW
085600         GO TO 7520-EXIT
085700     END-IF.
085800     MOVE 0 TO WS-CAL-TALLY.
085900     INSPECT DL100-CA-DAY-CODES TALLYING WS-CAL-TALLY
086000         FOR ALL 'B' ALL 'H' ALL 'W' ALL 'X'.
086100     IF WS-CAL-TALLY NOT = 31
086200         DISPLAY 'HELLO12 - CALIN UNKNOWN DAY CODE IN '
086300             DL100-CA-YEAR-MONTH
086400         MOVE 'N' TO WS-CAL-LOADED-SW
086500         GO TO 7520-EXIT
086600     END-IF.
086700     COMPUTE WS-CAL-OFFSET =
086800         (DL100-CA-YEAR * 12) + DL100-CA-MONTH.
086900     IF WS-CAL-COUNT = 0
087000         MOVE WS-CAL-OFFSET TO WS-CAL-FIRST-MONTH
087100     END-IF.
087200     IF WS-CAL-OFFSET NOT = WS-CAL-FIRST-MONTH + WS-CAL-COUNT
087300         DISPLAY 'HELLO12 - CALIN MONTH OUT OF SEQUENCE OR '
087400             'MISSING AT ' DL100-CA-YEAR-MONTH
087500         MOVE 'N' TO WS-CAL-LOADED-SW
087600         GO TO 7520-EXIT
087700     END-IF.
087800     IF WS-CAL-COUNT >= WS-CAL-MAX
087900         DISPLAY 'HELLO12 - CALIN HAS MORE THAN ' WS-CAL-MAX
088000             ' MONTHS - OLD YEARS MUST BE DROPPED'
088100         MOVE 'N' TO WS-CAL-LOADED-SW
088200         GO TO 7520-EXIT
088300     END-IF.
088400     ADD 1 TO WS-CAL-COUNT.
088500     MOVE DL100-CA-YEAR-MONTH TO WS-CAL-YEAR-MONTH (WS-CAL-COUNT).
088600     MOVE DL100-CA-DAY-CODES  TO WS-CAL-DAY-CODES (WS-CAL-COUNT).
088700     MOVE WS-CAL-RUNNING      TO WS-CAL-BUS-BEFORE (WS-CAL-COUNT).
088800     MOVE 0 TO WS-CAL-TALLY.
088900     INSPECT DL100-CA-DAY-CODES TALLYING WS-CAL-TALLY
089000         FOR ALL 'B'.
089100     ADD WS-CAL-TALLY TO WS-CAL-RUNNING.
089200     PERFORM 7510-READ-CALIN THRU 7510-EXIT.
089300 7520-EXIT.
089400     EXIT.
089500*
089600******************************************************************
089700* 7600-CALENDAR-LOOKUP  -  LOOK UP THE YYYYMMDD DATE IN          *
089800*                          WS-CAL-DATE.  RETURNS ITS DAY CODE IN *
089900*                          WS-CAL-DAY-CODE AND ITS BUSINESS-DAY  *
090000*                          NUMBER IN WS-CAL-BUS-DAY-NO, OR A     *
090100*                          BLANK CODE WHEN IT IS NOT A REAL DAY  *
090200*                          ON THE LOADED CALENDAR.  THE MONTHS   *
090300*                          ARE CONTIGUOUS, SO THE ROW IS FOUND   *
090400*                          BY ARITHMETIC RATHER THAN A SEARCH.   *
090500******************************************************************
090600 7600-CALENDAR-LOOKUP.
090700     MOVE SPACE TO WS-CAL-DAY-CODE.
090800     MOVE 0     TO WS-CAL-BUS-DAY-NO.
090900     MOVE 0     TO WS-CAL-USE.
091000     IF NOT CALENDAR-LOADED
091100      OR WS-CAL-DATE IS NOT NUMERIC
091200         GO TO 7600-EXIT
091300     END-IF.
091400     IF WS-CAL-DATE-MM < 1 OR WS-CAL-DATE-MM > 12
091500      OR WS-CAL-DATE-DD < 1 OR WS-CAL-DATE-DD > 31
091600         GO TO 7600-EXIT
091700     END-IF.
091800     COMPUTE WS-CAL-OFFSET = (WS-CAL-DATE-YYYY * 12)
091900         + WS-CAL-DATE-MM - WS-CAL-FIRST-MONTH + 1.
092000     IF WS-CAL-OFFSET < 1 OR WS-CAL-OFFSET > WS-CAL-COUNT
092100         GO TO 7600-EXIT
092200     END-IF.
092300     MOVE WS-CAL-OFFSET TO WS-CAL-USE.
092400     MOVE WS-CAL-DAY-CODES (WS-CAL-USE) (WS-CAL-DATE-DD:1)
092500         TO WS-CAL-DAY-CODE.
092600     IF WS-CAL-DAY-CODE = 'X'
092700         MOVE SPACE TO WS-CAL-DAY-CODE
092800         GO TO 7600-EXIT
092900     END-IF.
093000     MOVE 0 TO WS-CAL-TALLY.
093100     INSPECT WS-CAL-DAY-CODES (WS-CAL-USE) (1:WS-CAL-DATE-DD)
093200         TALLYING WS-CAL-TALLY FOR ALL 'B'.
093300     COMPUTE WS-CAL-BUS-DAY-NO =
093400         WS-CAL-BUS-BEFORE (WS-CAL-USE) + WS-CAL-TALLY.
093500 7600-EXIT.
093600     EXIT.
