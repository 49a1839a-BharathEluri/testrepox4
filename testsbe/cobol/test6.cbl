001131*                     200, WITH THE ENFORCED LIMITS (DEFAULTS    *
001132*                     20 AND 50, AS BEFORE) SET BY CARD.         *
001133*                                                                *
001134*    2026-10-15 DLM   REVERSAL CHECKING - AN RV POSTS ONLY       *
001135*                     ON A HELLO22 MATCH TO A LIVE ITEM, ELSE    *
001136*                     IT IS SUSPENDED RK-RT (RU IF UNCHECKED).   *
001137*                     AN AJ NOT FROM SOURCE MADJ, THE CHECKED    *
001138*                     FEED FROM HELLO24, IS SUSPENDED AS.        *
001139*                                                                *
001130******************************************************************
001140 IDENTIFICATION DIVISION.
001150 PROGRAM-ID.    HELLO6.
002000     SELECT STATOUT ASSIGN TO STATOUT
002010         ORGANIZATION IS LINE SEQUENTIAL
002020         FILE STATUS IS WS-STATOUT-STATUS.
002021*    REVCHK IS THE REVERSAL MATCHER'S (HELLO22) VERDICT ON EACH
002022*    RV IN TONIGHT'S FEED - SEE 1680-LOAD-REVERSAL-CHECKS.
002023     SELECT OPTIONAL REVCHK ASSIGN TO REVCHK
002024         ORGANIZATION IS LINE SEQUENTIAL
002025         FILE STATUS IS WS-REVCHK-STATUS.
002030*    RATEIN IS THE DAY'S EXCHANGE-RATE TABLE - ONE ROW PER
002040*    CURRENCY CODE, SUPPLIED ALONGSIDE THE EXTRACT THE SAME
002050*    WAY CTLIN IS - SEE 1650-LOAD-RATES.
002641 FD  PARMCRD
002642     RECORDING MODE IS F.
002643 01  PARMCRD-REC                    PIC X(80).
002644 FD  REVCHK
002645     RECORDING MODE IS F.
002646 01  REVCHK-REC                     PIC X(80).
002650 WORKING-STORAGE SECTION.
002660*
002670     COPY COPY1.
003141     05  WS-PARMCRD-STATUS          PIC XX       VALUE '00'.
003142         88  PARMCRD-OK                           VALUE '00'.
003143         88  PARMCRD-EOF                          VALUE '10'.
003144     05  WS-REVCHK-STATUS           PIC XX       VALUE '00'.
003145         88  REVCHK-OK                            VALUE '00'.
003146         88  REVCHK-EOF                           VALUE '10'.
003150*
003160 01  WS-SWITCHES.
003170     05  WS-TRANIN-EOF-SW           PIC X        VALUE 'N'.
004760     05  WS-CURR-RATE               PIC 9(05)V9(06) VALUE 0.
004770     05  WS-BASE-AMOUNT             PIC S9(09)V99   VALUE 0.
004780*
004781*    REVERSAL-CHECK TABLE (WS-REVERSAL-TABLE) LIMIT AND
004782*    SUBSCRIPTS.  THE REVMAX CARD SETS WS-REV-MAX, DEFAULT 500.
004783 01  WS-REVERSAL-CONTROL.
004784     05  WS-REV-MAX                 PIC 9(03)    VALUE 500  COMP.
004785     05  WS-REV-CEILING             PIC 9(03)    VALUE 999  COMP.
004786     05  WS-REV-COUNT               PIC 9(03)    VALUE 0    COMP.
004787     05  WS-REV-SUB                 PIC 9(03)    VALUE 0    COMP.
004788     05  WS-REV-USE                 PIC 9(03)    VALUE 0    COMP.
004789*
004790*    FIELD-EDIT WORK AREA.  WS-EDIT-REASON-CODE HOLDS THE FIRST
004800*    FAILING EDIT'S REASON CODE (SEE SUSPREC FOR THE CODES) AND
004810*    STAYS SPACES WHEN THE RECORD IS CLEAN.
004940     05  WS-EDIT-LEAP-QUOT          PIC 9(04)    VALUE 0    COMP.
004950     05  WS-EDIT-LEAP-REM           PIC 9(04)    VALUE 0    COMP.
004960*
004961*    REVERSAL-CHECK TABLE, LOADED ONCE FROM REVCHK AT START OF
004962*    RUN.  ONE ROW PER RV HELLO22 JUDGED, KEYED BY THE RV'S OWN
004963*    KEY, ACCOUNT AND DATE; AN RV WITH NO ROW WAS NEVER CHECKED
004964*    AND IS SUSPENDED WITH REASON RU.
004965 01  WS-REVERSAL-TABLE.
004966     05  WS-REV-ENTRY               OCCURS 999 TIMES.
004967         10  WS-REV-IMAGE           PIC X(30).
004968         10  WS-REV-REASON          PIC X(03).
004969*
004970*    PER-SOURCE SEQUENCE-CONTINUITY TABLE.  ONE ROW PER SOURCE
004980*    CODE SEEN THIS RUN, CARRYING THE HIGHEST SEQUENCE NUMBER
004990*    ACCEPTED SO FAR.  A KEY AT OR BELOW THE HIGH-WATER MARK HAS
006430*
006440      COPY SIGNTAB.
006450*
006451     COPY REVREC.
006452*
006460 01  WS-AUDIT-TIMESTAMPS.
006470     05  WS-RUN-START-DATE          PIC 9(08)    VALUE 0.
006480     05  WS-RUN-START-TIME          PIC 9(08)    VALUE 0.
006980     IF NOT ABORT-RUN
006990         PERFORM 1600-LOAD-CONTROLS    THRU 1600-EXIT
007000         PERFORM 1650-LOAD-RATES       THRU 1650-EXIT
007005         PERFORM 1680-LOAD-REVERSAL-CHECKS THRU 1680-EXIT
007010         PERFORM 2000-PROCESS-EXTRACT  THRU 2000-EXIT
007020         PERFORM 6000-AMOUNT-REPORT    THRU 6000-EXIT
007030         PERFORM 8000-RECONCILE        THRU 8000-EXIT
007497*                        THE STEP RC 0020 BEFORE ANY OTHER FILE   *
007498*                        IS OPENED.  CARDS OVERRIDE THE PARM.     *
007499*                        KEYWORDS - OPERATOR, RUNMODE, REJLIMIT,  *
007500*                        CKPTEVERY, RATEMAX, SEQMAX, REVMAX.      *
007501******************************************************************
007502 1050-LOAD-CONTROL-CARDS.
007503     OPEN INPUT PARMCRD.
007532     MOVE SPACES TO WS-CC-VALUE.
007533     UNSTRING PARMCRD-REC DELIMITED BY '='
007534         INTO WS-CC-KEYWORD WS-CC-VALUE.
007535     PERFORM 1065-APPLY-CONTROL-CARD THRU 1065-EXIT.
007536 1060-NEXT.
007537     PERFORM 1055-READ-PARMCRD THRU 1055-EXIT.
007538 1060-EXIT.
014620         MOVE 'TY ' TO WS-EDIT-REASON-CODE
014630         GO TO 2150-EXIT
014640     END-IF.
014641*    AN AJ MOVES MONEY ON NOTHING BUT A CHECKER'S SAY-SO, AND
014642*    THE ONLY CHECKED ROUTE IS HELLO24'S FEED, SOURCE MADJ.  AN
014643*    AJ FROM ANY OTHER SOURCE HAS HAD NO SECOND PAIR OF EYES.
014644     IF DL100-TR-TRANS-TYPE = 'AJ'
014645      AND DL100-TR-SOURCE-CODE NOT = 'MADJ'
014646         MOVE 'AS ' TO WS-EDIT-REASON-CODE
014647         GO TO 2150-EXIT
014648     END-IF.
014650     IF DL100-TR-AMOUNT IS NOT NUMERIC
014660         MOVE 'AM ' TO WS-EDIT-REASON-CODE
014670         GO TO 2150-EXIT
014685         MOVE 'MA ' TO WS-EDIT-REASON-CODE
014686         GO TO 2150-EXIT
014687     END-IF.
014688*    AN RV POSTS ONLY ON HELLO22'S MATCHED VERDICT - SEE 2158.
014689     PERFORM 2158-EDIT-REVERSAL THRU 2158-EXIT.
014690 2150-EXIT.
014700     EXIT.
014710*
016520             MOVE 'EXCHANGE RATE MISSING' TO WS-RJ-DESC
016530         WHEN 'OV '
016540             MOVE 'CONVERSION OVERFLOW'   TO WS-RJ-DESC
016541         WHEN 'RK '
016542             MOVE 'REVERSAL REF MISSING'  TO WS-RJ-DESC
016543         WHEN 'RN '
016544             MOVE 'REVERSAL NO ORIGINAL'  TO WS-RJ-DESC
016545         WHEN 'RA '
016546             MOVE 'REVERSAL WRONG ACCOUNT' TO WS-RJ-DESC
016547         WHEN 'RM '
016548             MOVE 'REVERSAL WRONG AMOUNT' TO WS-RJ-DESC
016550         WHEN 'CI '
016560             MOVE 'CURRENCY CODE INVALID' TO WS-RJ-DESC
016561         WHEN 'RD '
016562             MOVE 'ITEM ALREADY REVERSED' TO WS-RJ-DESC
016563         WHEN 'RT '
016564             MOVE 'ITEM NOT REVERSIBLE'   TO WS-RJ-DESC
016565         WHEN 'RU '
016566             MOVE 'REVERSAL NOT CHECKED'  TO WS-RJ-DESC
016570         WHEN 'SQ '
016580             MOVE 'SEQUENCE NOT NUMERIC'  TO WS-RJ-DESC
016582         WHEN 'MA '
016584             MOVE 'MAINT AMOUNT NOT ZERO' TO WS-RJ-DESC
016586         WHEN 'AS '
016588             MOVE 'AJ NOT FROM MADJ FEED' TO WS-RJ-DESC
016590         WHEN OTHER
016600             MOVE 'EDIT FAILURE'         TO WS-RJ-DESC
016610     END-EVALUATE.
026160     DISPLAY 'HELLO6 - DAILY EXTRACT PROCESSING COMPLETE'.
026170 9999-EXIT.
026180     EXIT.
026200*
026300******************************************************************
026400* 1065-APPLY-CONTROL-CARD  -  REVMAX, THE REVERSAL-CHECK TABLE   *
026500*                             LIMIT, IS TAKEN HERE; EVERY OTHER  *
026600*                             KEYWORD GOES TO 1070.  THE LIMIT   *
026700*                             MAY NOT BE ZERO OR PASS THE        *
026800*                             COMPILED CEILING.                  *
026900******************************************************************
027000 1065-APPLY-CONTROL-CARD.
027100     IF WS-CC-KEYWORD NOT = 'REVMAX'
027200         PERFORM 1070-APPLY-ONE-KEYWORD THRU 1070-EXIT
027300         GO TO 1065-EXIT
027400     END-IF.
027500     PERFORM 1080-NUMERIC-VALUE THRU 1080-EXIT.
027600     IF CC-VALUE-BAD
027700         GO TO 1065-EXIT
027800     END-IF.
027900     IF WS-CC-NUMERIC = 0
028000      OR WS-CC-NUMERIC > WS-REV-CEILING
028100         PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
028200     ELSE
028300         MOVE WS-CC-NUMERIC TO WS-REV-MAX
028400     END-IF.
028500 1065-EXIT.
028600     EXIT.
028700*
028800******************************************************************
028900* 1680-LOAD-REVERSAL-CHECKS  -  LOAD HELLO22'S VERDICT ON EACH  *
029000*                     RV IN TONIGHT'S FEED INTO THE REVERSAL-     *
029100*                     CHECK TABLE.  THE FILE IS OPTIONAL - A      *
029200*                     NIGHT WITH NO REVERSALS NEEDS NONE, AND ANY *
029300*                     RV THAT ARRIVES WITHOUT A VERDICT IS        *
029400*                     SUSPENDED WITH REASON RU, NOT POSTED BLIND. *
029500******************************************************************
029600 1680-LOAD-REVERSAL-CHECKS.
029700*    A REPOST REREADS RVS THE RUN OF RECORD ALREADY JUDGED AND
029800*    POSTED - THERE IS NOTHING LEFT TO CHECK.
029900     IF REPOST-MODE
030000         GO TO 1680-EXIT
030100     END-IF.
030200     OPEN INPUT REVCHK.
030300     IF NOT REVCHK-OK
030400         DISPLAY 'HELLO6 - NO REVERSAL-CHECK FILE SUPPLIED, ANY '
030500             'RV IN THE FEED WILL BE SUSPENDED UNCHECKED'
030600         GO TO 1680-EXIT
030700     END-IF.
030800     PERFORM 1685-READ-REVCHK THRU 1685-EXIT.
030900     PERFORM 1690-STORE-ONE-CHECK THRU 1690-EXIT
031000         UNTIL REVCHK-EOF.
031100     CLOSE REVCHK.
031200     DISPLAY 'HELLO6 - REVERSAL CHECKS LOADED = ' WS-REV-COUNT.
031300 1680-EXIT.
031400     EXIT.
031500*
031600 1685-READ-REVCHK.
031700     READ REVCHK
031800         AT END
031900             GO TO 1685-EXIT
032000     END-READ.
032100     MOVE REVCHK-REC TO DL100-REVERSAL-CHECK-RECORD.
032200 1685-EXIT.
032300     EXIT.
032400*
032500 1690-STORE-ONE-CHECK.
032600*    A VERDICT THAT DOES NOT FIT IS DROPPED, NOT GUESSED AT -
032700*    ITS RV THEN FINDS NO ROW AND SUSPENDS RU.
032800     IF WS-REV-COUNT >= WS-REV-MAX
032900         DISPLAY 'HELLO6 - REVERSAL-CHECK TABLE FULL, RV '
033000             DL100-RC-RV-KEY ' NOT LOADED'
033100         GO TO 1690-NEXT
033200     END-IF.
033300     ADD 1 TO WS-REV-COUNT.
033400     MOVE DL100-RC-RV-IMAGE
033500         TO WS-REV-IMAGE (WS-REV-COUNT).
033600     MOVE DL100-RC-REASON-CODE
033700         TO WS-REV-REASON (WS-REV-COUNT).
033800 1690-NEXT.
033900     PERFORM 1685-READ-REVCHK THRU 1685-EXIT.
034000 1690-EXIT.
034100     EXIT.
034200*
034300******************************************************************
034400* 2158-EDIT-REVERSAL  -  LOOK UP THIS RV'S VERDICT IN THE        *
034500*                       REVERSAL-CHECK TABLE.  A MATCHED RV      *
034600*                       PASSES; ANY OTHER VERDICT (SEE SUSPREC,  *
034700*                       CODES RK-RT) BECOMES THE EDIT REASON,    *
034800*                       AND AN RV WITH NO VERDICT AT ALL IS      *
034900*                       SUSPENDED RU.  ANY OTHER TYPE PASSES.    *
035000******************************************************************
035100 2158-EDIT-REVERSAL.
035200     IF WS-EDIT-TRANS-TYPE NOT = 'RV'
035300         GO TO 2158-EXIT
035400     END-IF.
035500     MOVE 0 TO WS-REV-USE.
035600     PERFORM 2159-MATCH-REVERSAL THRU 2159-EXIT
035700         VARYING WS-REV-SUB FROM 1 BY 1
035800             UNTIL WS-REV-SUB > WS-REV-COUNT
035900                OR WS-REV-USE > 0.
036000     IF WS-REV-USE = 0
036100         MOVE 'RU ' TO WS-EDIT-REASON-CODE
036200     ELSE
036300         MOVE WS-REV-REASON (WS-REV-USE) TO WS-EDIT-REASON-CODE
036400     END-IF.
036500 2158-EXIT.
036600     EXIT.
036700*
036800 2159-MATCH-REVERSAL.
036900*    THE RV'S KEY, ACCOUNT AND DATE LEAD THE TRANREC LAYOUT IN
037000*    THE SAME ORDER HELLO22 WROTE THEM TO DL100-RC-RV-IMAGE.
037100     IF WS-REV-IMAGE (WS-REV-SUB) = DL100-TRANS-RECORD (1:30)
037200         MOVE WS-REV-SUB TO WS-REV-USE
037300     END-IF.
037400 2159-EXIT.
037500     EXIT.
