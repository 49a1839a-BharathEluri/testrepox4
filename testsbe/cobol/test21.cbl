000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID.  HELLO21                                       *
000400*                                                                *
000500*    OVERDRAFT-LIMIT MAINTENANCE.                                *
000600*                                                                *
000700*    THE POSTING STEP RETURNS A WD OR FE DEBIT UNPAID WHEN IT    *
000800*    WOULD TAKE AN ACCOUNT PAST ITS OVERDRAFT LIMIT, SO THE      *
000900*    LIMIT ON THE ACCOUNT MASTER HAS TO BE MAINTAINED SOMEWHERE. *
001000*    THIS STEP READS THE CREDIT DESK'S LIMIT RECORDS (ODLREC)    *
001100*    AND SETS EACH ACCOUNT'S LIMIT ON ACCTMST, PRINTING THE OLD  *
001200*    AND NEW LIMIT, THE BALANCE AND WHO ASKED FOR THE CHANGE.    *
001300*    A RECORD FOR AN ACCOUNT NOT ON THE MASTER, A CLOSED         *
001400*    ACCOUNT OR A NON-NUMERIC LIMIT IS REJECTED ONTO THE SAME    *
001500*    REPORT AND THE STEP ENDS RC 0004.  A LIMIT THAT LEAVES THE  *
001600*    BALANCE ALREADY PAST IT IS APPLIED AND FLAGGED - THE NEXT   *
001700*    DEBIT WILL BE RETURNED.                                     *
001800*                                                                *
001900*    THE STEP REWRITES THE MASTER OUTSIDE THE POSTING STEP'S     *
002000*    JOURNAL, SO IT RUNS OUTSIDE THE NIGHTLY POSTING WINDOW -    *
002100*    NEVER BETWEEN A POSTING RUN AND ITS BACKOUT.                *
002200*                                                                *
002300*    MODIFICATION HISTORY                                       *
002400*    DATE       BY    DESCRIPTION                                *
002500*    ---------- ----- -------------------------------------      *
002600*    2026-10-15 DLM   ORIGINAL.                                  *
002700*                                                                *
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.    HELLO21.
003100 AUTHOR.        D L MERCER.
003200 INSTALLATION.  DAILY BATCH SUITE.
003300 DATE-WRITTEN.  2026-10-15.
003400 DATE-COMPILED.
003500 ENVIRONMENT    DIVISION.
003600 INPUT-OUTPUT   SECTION.
003700 FILE-CONTROL.
003800*    LMTIN CARRIES THE CREDIT DESK'S LIMIT RECORDS (ODLREC), IN
003900*    ANY ORDER - EACH ONE IS APPLIED BY KEY.
004000     SELECT LMTIN   ASSIGN TO LMTIN
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-LMTIN-STATUS.
004300     SELECT ACCTMST ASSIGN TO ACCTMST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE  IS RANDOM
004600         RECORD KEY   IS DL100-AC-ACCOUNT-NO
004700         FILE STATUS  IS WS-ACCTMST-STATUS.
004800     SELECT LMTRPT  ASSIGN TO LMTRPT
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-LMTRPT-STATUS.
005100     SELECT AUDTRL  ASSIGN TO AUDTRL
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-AUDTRL-STATUS.
005400     SELECT STATOUT ASSIGN TO STATOUT
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-STATOUT-STATUS.
005700*    PARMCRD CARRIES THE RUN'S KEYWORD=VALUE CONTROL CARDS -
005800*    SEE 1050-LOAD-CONTROL-CARDS.
005900     SELECT OPTIONAL PARMCRD ASSIGN TO PARMCRD
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-PARMCRD-STATUS.
006200 DATA           DIVISION.
006300 FILE           SECTION.
006400 FD  LMTIN
006500     RECORDING MODE IS F.
006600 01  LMTIN-REC                      PIC X(80).
006700 FD  ACCTMST
006800     RECORD CONTAINS 80 CHARACTERS.
006900*
007000     COPY ACCTREC.
007100*
007200 FD  LMTRPT
007300     RECORDING MODE IS F.
007400 01  LMTRPT-REC                     PIC X(80).
007500 FD  AUDTRL
007600     RECORDING MODE IS F.
007700 01  AUDTRL-REC                     PIC X(80).
007800 FD  STATOUT
007900     RECORDING MODE IS F.
008000 01  STATOUT-REC                    PIC X(80).
008100 FD  PARMCRD
008200     RECORDING MODE IS F.
008300 01  PARMCRD-REC                    PIC X(80).
008400 WORKING-STORAGE SECTION.
008500*
008600     COPY COPY1.
008700*
008800 01  WS-DATE-TIME.
008900     05  WS-CURRENT-DATE            PIC 9(8).
009000     05  WS-CURRENT-TIME            PIC 9(8).
009100 01  WS-FILE-STATUSES.
009200     05  WS-LMTIN-STATUS            PIC XX       VALUE '00'.
009300         88  LMTIN-OK                            VALUE '00'.
009400         88  LMTIN-EOF                           VALUE '10'.
009500     05  WS-ACCTMST-STATUS          PIC XX       VALUE '00'.
009600         88  ACCTMST-OK                          VALUE '00' '05'.
009800     05  WS-LMTRPT-STATUS           PIC XX       VALUE '00'.
009900         88  LMTRPT-OK                           VALUE '00'.
010000     05  WS-AUDTRL-STATUS           PIC XX       VALUE '00'.
010100         88  AUDTRL-OK                           VALUE '00'.
010200     05  WS-STATOUT-STATUS          PIC XX       VALUE '00'.
010300         88  STATOUT-OK                          VALUE '00'.
010400     05  WS-PARMCRD-STATUS          PIC XX       VALUE '00'.
010500         88  PARMCRD-OK                          VALUE '00'.
010600         88  PARMCRD-EOF                         VALUE '10'.
010700*
010800 01  WS-SWITCHES.
010900     05  WS-LMTIN-EOF-SW            PIC X        VALUE 'N'.
011000         88  LMTIN-AT-EOF                        VALUE 'Y'.
011100     05  WS-ABORT-SW                PIC X        VALUE 'N'.
011200         88  ABORT-RUN                           VALUE 'Y'.
011300*
011400 01  WS-COUNTERS                    COMP.
011500     05  WS-RECORDS-READ            PIC 9(9)     VALUE 0.
011600     05  WS-LIMITS-CHANGED          PIC 9(9)     VALUE 0.
011700     05  WS-LIMITS-UNCHANGED        PIC 9(9)     VALUE 0.
011800     05  WS-RECORDS-REJECTED        PIC 9(9)     VALUE 0.
011900     05  WS-ALREADY-PAST-LIMIT      PIC 9(9)     VALUE 0.
012000*
012100*    THE BALANCE LEFT TO DRAW ONCE THE NEW LIMIT IS ON THE
012200*    MASTER - CURRENT BALANCE PLUS THE LIMIT.  BELOW ZERO, THE
012300*    ACCOUNT IS ALREADY PAST ITS NEW LIMIT.
012400 01  WS-LIMIT-WORK.
012600     05  WS-AVAILABLE               PIC S9(11)V99 VALUE 0.
012700*
012800*    CONTROL-CARD PARSE WORK AREA - SEE 1050-LOAD-CONTROL-CARDS.
012900 01  WS-CARD-WORK.
013000     05  WS-CC-KEYWORD              PIC X(16)    VALUE SPACES.
013100     05  WS-CC-VALUE                PIC X(20)    VALUE SPACES.
013200*
013300     COPY ODLREC.
013400*
013500     COPY AUDTREC.
013600*
013700     COPY STATREC.
013800*
013900 01  WS-AUDIT-TIMESTAMPS.
014000     05  WS-RUN-START-DATE          PIC 9(08)    VALUE 0.
014100     05  WS-RUN-START-TIME          PIC 9(08)    VALUE 0.
014200*
014300 01  WS-LMT-HEADING-1.
014400     05  FILLER                     PIC X(01)    VALUE SPACE.
014500     05  FILLER                     PIC X(44)    VALUE
014600         'HELLO21 OVERDRAFT-LIMIT MAINTENANCE RUN DATE'.
014700     05  FILLER                     PIC X(01)    VALUE SPACE.
014800     05  WS-LH-RUN-DATE             PIC X(08)    VALUE SPACES.
014900     05  FILLER                     PIC X(26)    VALUE SPACES.
015000 01  WS-LMT-HEADING-2.
015100     05  FILLER                     PIC X(01)    VALUE SPACE.
015200     05  FILLER                     PIC X(40)    VALUE
015300         'ACCOUNT-NO   OLD   NEW        BALANCE BY'.
015400     05  FILLER                     PIC X(39)    VALUE
015500         '       NOTE'.
015600 01  WS-LMT-DETAIL.
015700     05  FILLER                     PIC X(01)    VALUE SPACE.
015800     05  WS-LD-ACCOUNT-NO           PIC X(10)    VALUE SPACES.
015900     05  FILLER                     PIC X(01)    VALUE SPACE.
016000     05  WS-LD-OLD-LIMIT            PIC X(05)    VALUE SPACES.
016100     05  FILLER                     PIC X(01)    VALUE SPACE.
016200     05  WS-LD-NEW-LIMIT            PIC X(05)    VALUE SPACES.
016300     05  FILLER                     PIC X(01)    VALUE SPACE.
016400     05  WS-LD-BALANCE              PIC -Z(10)9.99.
016500     05  FILLER                     PIC X(01)    VALUE SPACE.
016600     05  WS-LD-REQUESTED-BY         PIC X(08)    VALUE SPACES.
016700     05  FILLER                     PIC X(01)    VALUE SPACE.
016800     05  WS-LD-NOTE                 PIC X(21)    VALUE SPACES.
016900     05  FILLER                     PIC X(10)    VALUE SPACES.
017000 01  WS-LMT-REASON-LINE.
017100     05  FILLER                     PIC X(13)    VALUE SPACES.
017200     05  FILLER                     PIC X(08)    VALUE 'REASON: '.
017300     05  WS-LR-REASON               PIC X(30)    VALUE SPACES.
017400     05  FILLER                     PIC X(29)    VALUE SPACES.
017500 01  WS-LMT-TRAILER-1.
017600     05  FILLER                     PIC X(01)    VALUE SPACE.
017700     05  FILLER                     PIC X(26)    VALUE
017800         'LIMIT RECORDS READ      ='.
017900     05  WS-LT-READ                 PIC Z(08)9.
018000     05  FILLER                     PIC X(44)    VALUE SPACES.
018100 01  WS-LMT-TRAILER-2.
018200     05  FILLER                     PIC X(01)    VALUE SPACE.
018300     05  FILLER                     PIC X(26)    VALUE
018400         'LIMITS CHANGED          ='.
018500     05  WS-LT-CHANGED              PIC Z(08)9.
018600     05  FILLER                     PIC X(44)    VALUE SPACES.
018700 01  WS-LMT-TRAILER-3.
018800     05  FILLER                     PIC X(01)    VALUE SPACE.
018900     05  FILLER                     PIC X(26)    VALUE
019000         'LIMITS ALREADY IN FORCE ='.
019100     05  WS-LT-UNCHANGED            PIC Z(08)9.
019200     05  FILLER                     PIC X(44)    VALUE SPACES.
019300 01  WS-LMT-TRAILER-4.
019400     05  FILLER                     PIC X(01)    VALUE SPACE.
019500     05  FILLER                     PIC X(26)    VALUE
019600         'RECORDS REJECTED        ='.
019700     05  WS-LT-REJECTED             PIC Z(08)9.
019800     05  FILLER                     PIC X(44)    VALUE SPACES.
019900 01  WS-LMT-TRAILER-5.
020000     05  FILLER                     PIC X(01)    VALUE SPACE.
020100     05  FILLER                     PIC X(26)    VALUE
020200         'BALANCE ALREADY PAST    ='.
020300     05  WS-LT-PAST                 PIC Z(08)9.
020400     05  FILLER                     PIC X(44)    VALUE SPACES.
020500*
020600 LINKAGE        SECTION.
020700*
020800 01  LS-PARM-AREA.
020900     05  LS-PARM-LEN                PIC S9(4) COMP.
021000     05  LS-PARM-DATA.
021100         10  LS-PARM-OPERATOR-ID    PIC X(08).
021200 PROCEDURE      DIVISION USING LS-PARM-AREA.
021300*
021400 0000-MAINLINE.
021500     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
021600     IF NOT ABORT-RUN
021700         PERFORM 2000-APPLY-LIMITS     THRU 2000-EXIT
021800         PERFORM 8000-LIMIT-SUMMARY    THRU 8000-EXIT
021900     END-IF.
022000     PERFORM 8500-WRITE-AUDIT      THRU 8500-EXIT.
022100     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
022200     GOBACK.
022300*
022400******************************************************************
022500* 1000-INITIALIZE  -  BUILD THE JOB BANNER, APPLY THE CONTROL    *
022600*                     CARDS AND OPEN EVERY FILE.                 *
022700******************************************************************
022800 1000-INITIALIZE.
022900     MOVE 'HELLO21'         TO DL100-JOB-NAME.
023000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
023100     ACCEPT WS-CURRENT-TIME FROM TIME.
023200     MOVE WS-CURRENT-DATE   TO DL100-RUN-DATE.
023300     MOVE WS-CURRENT-TIME   TO DL100-RUN-TIME.
023400     MOVE WS-CURRENT-DATE   TO WS-RUN-START-DATE.
023500     MOVE WS-CURRENT-TIME   TO WS-RUN-START-TIME.
023600     MOVE SPACES            TO DL100-OPERATOR-ID.
023700     IF LS-PARM-LEN >= 8
023800         MOVE LS-PARM-OPERATOR-ID TO DL100-OPERATOR-ID
023900     END-IF.
024000     MOVE 0                 TO DL100-RETURN-CODE.
024100     DISPLAY DL100-JOB-HEADER.
024200     PERFORM 1050-LOAD-CONTROL-CARDS THRU 1050-EXIT.
024300     IF ABORT-RUN
024400         GO TO 1000-EXIT
024500     END-IF.
024600     OPEN INPUT LMTIN.
024700     IF NOT LMTIN-OK
024800         DISPLAY 'HELLO21 - UNABLE TO OPEN LMTIN, STATUS = '
024900             WS-LMTIN-STATUS
025000         SET ABORT-RUN TO TRUE
025100         MOVE 0020 TO DL100-RETURN-CODE
025200         GO TO 1000-EXIT
025300     END-IF.
025400     OPEN I-O ACCTMST.
025500     IF NOT ACCTMST-OK
025600         DISPLAY 'HELLO21 - UNABLE TO OPEN ACCTMST, STATUS = '
025700             WS-ACCTMST-STATUS
025800         SET ABORT-RUN TO TRUE
025900         MOVE 0020 TO DL100-RETURN-CODE
026000         GO TO 1000-EXIT
026100     END-IF.
026200     OPEN OUTPUT LMTRPT.
026300     IF NOT LMTRPT-OK
026400         DISPLAY 'HELLO21 - UNABLE TO OPEN LMTRPT, STATUS = '
026500             WS-LMTRPT-STATUS
026600         SET ABORT-RUN TO TRUE
026700         MOVE 0020 TO DL100-RETURN-CODE
026800         GO TO 1000-EXIT
026900     END-IF.
027000     MOVE DL100-RUN-DATE    TO WS-LH-RUN-DATE.
027100     MOVE WS-LMT-HEADING-1  TO LMTRPT-REC.
027200     WRITE LMTRPT-REC.
027300     MOVE WS-LMT-HEADING-2  TO LMTRPT-REC.
027400     WRITE LMTRPT-REC.
027500 1000-EXIT.
027600     EXIT.
027700*
027800******************************************************************
027900* 1050-LOAD-CONTROL-CARDS  -  READ THE KEYWORD=VALUE CONTROL      *
028000*                        CARDS.  EVERY CARD IS ECHOED TO THE      *
028100*                        JOB LOG SO THE RUN'S OPTIONS ARE ON      *
028200*                        RECORD; A BAD KEYWORD FAILS THE STEP     *
028300*                        RC 0020 BEFORE ANY OTHER FILE IS         *
028400*                        OPENED.  KEYWORDS - OPERATOR.            *
028500******************************************************************
028600 1050-LOAD-CONTROL-CARDS.
028700     OPEN INPUT PARMCRD.
028800     IF NOT PARMCRD-OK
028900         DISPLAY 'HELLO21 - NO CONTROL CARDS - PARM AND '
029000             'DEFAULTS APPLY'
029100         GO TO 1050-EXIT
029200     END-IF.
029300     PERFORM 1055-READ-PARMCRD THRU 1055-EXIT.
029400     PERFORM 1060-ONE-CONTROL-CARD THRU 1060-EXIT
029500         UNTIL PARMCRD-EOF OR ABORT-RUN.
029600     CLOSE PARMCRD.
029700 1050-EXIT.
029800     EXIT.
029900*
030000 1055-READ-PARMCRD.
030100     READ PARMCRD
030200         AT END
030300             GO TO 1055-EXIT
030400     END-READ.
030500 1055-EXIT.
030600     EXIT.
030700*
030800 1060-ONE-CONTROL-CARD.
030900     DISPLAY 'HELLO21 - CONTROL CARD: ' PARMCRD-REC.
031000     IF PARMCRD-REC = SPACES OR PARMCRD-REC (1:1) = '*'
031100         GO TO 1060-NEXT
031200     END-IF.
031300     MOVE SPACES TO WS-CC-KEYWORD.
031400     MOVE SPACES TO WS-CC-VALUE.
031500     UNSTRING PARMCRD-REC DELIMITED BY '='
031600         INTO WS-CC-KEYWORD WS-CC-VALUE.
031700     EVALUATE WS-CC-KEYWORD
031800         WHEN 'OPERATOR'
031900             MOVE WS-CC-VALUE (1:8) TO DL100-OPERATOR-ID
032000         WHEN OTHER
032100             DISPLAY 'HELLO21 - BAD CONTROL CARD KEYWORD: '
032200                 WS-CC-KEYWORD
032300             MOVE 0020 TO DL100-RETURN-CODE
032400             SET ABORT-RUN TO TRUE
032500     END-EVALUATE.
032600 1060-NEXT.
032700     PERFORM 1055-READ-PARMCRD THRU 1055-EXIT.
032800 1060-EXIT.
032900     EXIT.
033000*
033100******************************************************************
033200* 2000-APPLY-LIMITS  -  DRIVE THE LIMIT RECORDS THROUGH THE      *
033300*                       MASTER ONE AT A TIME.                    *
033400******************************************************************
033500 2000-APPLY-LIMITS.
033600     PERFORM 2100-READ-LMTIN THRU 2100-EXIT.
033700     PERFORM 2200-APPLY-ONE  THRU 2200-EXIT
033800         UNTIL LMTIN-AT-EOF.
033900 2000-EXIT.
034000     EXIT.
034100*
034200 2100-READ-LMTIN.
034300     READ LMTIN
034400         AT END
034500             MOVE 'Y' TO WS-LMTIN-EOF-SW
034600             GO TO 2100-EXIT
034700     END-READ.
034800     ADD 1 TO WS-RECORDS-READ.
034900     MOVE LMTIN-REC TO DL100-OD-LIMIT-RECORD.
035000 2100-EXIT.
035100     EXIT.
035200*
035300******************************************************************
035400* 2200-APPLY-ONE  -  SET ONE ACCOUNT'S LIMIT.  AN ACCOUNT NOT ON  *
035500*                    THE MASTER, A CLOSED ACCOUNT OR A NON-       *
035600*                    NUMERIC LIMIT IS REJECTED - THE MASTER IS    *
035700*                    NEVER CREATED OR REOPENED FROM HERE.         *
035800******************************************************************
035900 2200-APPLY-ONE.
036000     MOVE SPACES                TO WS-LMT-DETAIL.
036100     MOVE DL100-OL-ACCOUNT-NO   TO WS-LD-ACCOUNT-NO.
036200     MOVE DL100-OL-NEW-LIMIT    TO WS-LD-NEW-LIMIT.
036300     MOVE DL100-OL-REQUESTED-BY TO WS-LD-REQUESTED-BY.
036400     MOVE 0                     TO WS-LD-BALANCE.
036500     IF DL100-OL-NEW-LIMIT IS NOT NUMERIC
036600         MOVE 'LIMIT NOT NUMERIC'  TO WS-LD-NOTE
036700         PERFORM 2400-REJECT-ONE THRU 2400-EXIT
036800         GO TO 2200-READ-NEXT
036900     END-IF.
037000     MOVE DL100-OL-ACCOUNT-NO TO DL100-AC-ACCOUNT-NO.
037100     READ ACCTMST
037200         INVALID KEY
037300             MOVE 'NOT ON MASTER'  TO WS-LD-NOTE
037400             PERFORM 2400-REJECT-ONE THRU 2400-EXIT
037500             GO TO 2200-READ-NEXT
037600     END-READ.
037700     MOVE DL100-AC-CURR-BALANCE TO WS-LD-BALANCE.
037800     IF DL100-AC-CLOSED
037900         MOVE 'ACCOUNT CLOSED'     TO WS-LD-NOTE
038000         PERFORM 2400-REJECT-ONE THRU 2400-EXIT
038100         GO TO 2200-READ-NEXT
038200     END-IF.
038400     IF DL100-AC-OD-LIMIT IS NUMERIC
038500         MOVE DL100-AC-OD-LIMIT TO WS-LD-OLD-LIMIT
038600     ELSE
038700         MOVE 'DFLT'            TO WS-LD-OLD-LIMIT
038800     END-IF.
038900     IF DL100-AC-OD-LIMIT IS NUMERIC
039000      AND DL100-AC-OD-LIMIT = DL100-OL-NEW-LIMIT
039100         ADD 1 TO WS-LIMITS-UNCHANGED
039200         MOVE 'ALREADY IN FORCE'   TO WS-LD-NOTE
039300         PERFORM 2300-PRINT-ONE THRU 2300-EXIT
039400         GO TO 2200-READ-NEXT
039500     END-IF.
039600     MOVE DL100-OL-NEW-LIMIT TO DL100-AC-OD-LIMIT.
039700     REWRITE DL100-ACCOUNT-MASTER
039800         INVALID KEY
039900             MOVE 'MASTER REWRITE FAILED' TO WS-LD-NOTE
040000             PERFORM 2400-REJECT-ONE THRU 2400-EXIT
040100             MOVE 0016 TO DL100-RETURN-CODE
040200             GO TO 2200-READ-NEXT
040300     END-REWRITE.
040400     ADD 1 TO WS-LIMITS-CHANGED.
040500     MOVE 'CHANGED'                TO WS-LD-NOTE.
040600*    A LIMIT BELOW THE CURRENT OVERDRAWN BALANCE STANDS, BUT THE
040700*    BRANCH NEEDS TO KNOW THE NEXT DEBIT WILL COME BACK UNPAID.
040800     COMPUTE WS-AVAILABLE = DL100-AC-CURR-BALANCE
040900                          + DL100-AC-OD-LIMIT.
041000     IF WS-AVAILABLE < 0
041100         ADD 1 TO WS-ALREADY-PAST-LIMIT
041200         MOVE 'CHANGED - PAST LIMIT' TO WS-LD-NOTE
041300     END-IF.
041400     PERFORM 2300-PRINT-ONE THRU 2300-EXIT.
041500 2200-READ-NEXT.
041600     PERFORM 2100-READ-LMTIN THRU 2100-EXIT.
041700 2200-EXIT.
041800     EXIT.
041900*
042000******************************************************************
042100* 2300-PRINT-ONE  -  ONE REPORT LINE, FOLLOWED BY THE REASON THE  *
042200*                    CREDIT DESK GAVE FOR THE CHANGE.             *
042300******************************************************************
042400 2300-PRINT-ONE.
042500     MOVE WS-LMT-DETAIL      TO LMTRPT-REC.
042600     WRITE LMTRPT-REC.
042700     MOVE DL100-OL-REASON    TO WS-LR-REASON.
042800     MOVE WS-LMT-REASON-LINE TO LMTRPT-REC.
042900     WRITE LMTRPT-REC.
043000 2300-EXIT.
043100     EXIT.
043200*
043300 2400-REJECT-ONE.
043400     ADD 1 TO WS-RECORDS-REJECTED.
043500     IF DL100-RETURN-CODE < 0004
043600         MOVE 0004 TO DL100-RETURN-CODE
043700     END-IF.
043800     PERFORM 2300-PRINT-ONE THRU 2300-EXIT.
043900 2400-EXIT.
044000     EXIT.
044100*
044200******************************************************************
044300* 8000-LIMIT-SUMMARY  -  THE REPORT TRAILERS.                    *
044400******************************************************************
044500 8000-LIMIT-SUMMARY.
044600     MOVE WS-RECORDS-READ       TO WS-LT-READ.
044700     MOVE WS-LMT-TRAILER-1      TO LMTRPT-REC.
044800     WRITE LMTRPT-REC.
044900     MOVE WS-LIMITS-CHANGED     TO WS-LT-CHANGED.
045000     MOVE WS-LMT-TRAILER-2      TO LMTRPT-REC.
045100     WRITE LMTRPT-REC.
045200     MOVE WS-LIMITS-UNCHANGED   TO WS-LT-UNCHANGED.
045300     MOVE WS-LMT-TRAILER-3      TO LMTRPT-REC.
045400     WRITE LMTRPT-REC.
045500     MOVE WS-RECORDS-REJECTED   TO WS-LT-REJECTED.
045600     MOVE WS-LMT-TRAILER-4      TO LMTRPT-REC.
045700     WRITE LMTRPT-REC.
045800     MOVE WS-ALREADY-PAST-LIMIT TO WS-LT-PAST.
045900     MOVE WS-LMT-TRAILER-5      TO LMTRPT-REC.
046000     WRITE LMTRPT-REC.
046100 8000-EXIT.
046200     EXIT.
046300*
046400******************************************************************
046500* 8500-WRITE-AUDIT  -  APPEND ONE AUDIT-TRAIL RECORD FOR THIS RUN *
046600******************************************************************
046700 8500-WRITE-AUDIT.
046800     OPEN EXTEND AUDTRL.
046900     IF NOT AUDTRL-OK
047000         DISPLAY 'HELLO21 - UNABLE TO OPEN AUDTRL, STATUS = '
047100             WS-AUDTRL-STATUS
047200         GO TO 8500-EXIT
047300     END-IF.
047400     MOVE SPACES               TO DL100-AUDIT-RECORD.
047500     MOVE DL100-JOB-NAME       TO DL100-AU-JOB-NAME.
047600     MOVE DL100-RUN-DATE       TO DL100-AU-RUN-DATE.
047700     MOVE DL100-RUN-TIME       TO DL100-AU-RUN-TIME.
047800     MOVE WS-RUN-START-DATE    TO DL100-AU-START-DATE.
047900     MOVE WS-RUN-START-TIME    TO DL100-AU-START-TIME.
048000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
048100     ACCEPT WS-CURRENT-TIME FROM TIME.
048200     MOVE WS-CURRENT-DATE      TO DL100-AU-END-DATE.
048300     MOVE WS-CURRENT-TIME      TO DL100-AU-END-TIME.
048400     MOVE WS-RECORDS-READ      TO DL100-AU-RECORDS-READ.
048500     MOVE WS-LIMITS-CHANGED    TO DL100-AU-RECORDS-WRITTEN.
048600     MOVE DL100-RETURN-CODE    TO DL100-AU-RETURN-CODE.
048700     MOVE DL100-AUDIT-RECORD   TO AUDTRL-REC.
048800     WRITE AUDTRL-REC.
048900     CLOSE AUDTRL.
049000 8500-EXIT.
049100     EXIT.
049200*
049300******************************************************************
049400* 9100-WRITE-STATUS  -  THE SINGLE FIXED-FORMAT STATUS RECORD     *
049500*                       THE SCHEDULER AND THE NIGHT-STATUS STEP   *
049600*                       TEST.  WRITTEN FROM 9999 SO EVEN AN       *
049700*                       ABORTED RUN LEAVES A FAIL VERDICT BEHIND. *
049800******************************************************************
049900 9100-WRITE-STATUS.
050000     OPEN OUTPUT STATOUT.
050100     IF NOT STATOUT-OK
050200         DISPLAY 'HELLO21 - UNABLE TO OPEN STATOUT, STATUS = '
050300             WS-STATOUT-STATUS
050400         GO TO 9100-EXIT
050500     END-IF.
050600     MOVE SPACES                 TO DL100-STATUS-RECORD.
050700     MOVE DL100-JOB-NAME         TO DL100-SR-JOB-NAME.
050800     MOVE DL100-RUN-DATE         TO DL100-SR-RUN-DATE.
050900     MOVE WS-RECORDS-READ        TO DL100-SR-RECORDS-READ.
051000     MOVE WS-LIMITS-CHANGED      TO DL100-SR-RECORDS-WRITTEN.
051100     MOVE WS-RECORDS-REJECTED    TO DL100-SR-RECORDS-SUSPENDED.
051200     MOVE 0                      TO DL100-SR-AMOUNT-TOTAL.
051300     MOVE DL100-RETURN-CODE      TO DL100-SR-RETURN-CODE.
051400     IF DL100-RETURN-CODE = 0
051500         SET DL100-SR-PASSED TO TRUE
051600     ELSE
051700         SET DL100-SR-FAILED TO TRUE
051800     END-IF.
051900     MOVE DL100-STATUS-RECORD    TO STATOUT-REC.
052000     WRITE STATOUT-REC.
052100     CLOSE STATOUT.
052200 9100-EXIT.
052300     EXIT.
052400*
052500******************************************************************
052600* 9999-TERMINATE  -  WRITE THE STATUS RECORD, CLOSE FILES,         *
052700*                    REPORT COUNTS AND SET THE STEP RETURN CODE.   *
052800******************************************************************
052900 9999-TERMINATE.
053000     PERFORM 9100-WRITE-STATUS THRU 9100-EXIT.
053100     IF NOT ABORT-RUN
053200         CLOSE LMTIN
053300         CLOSE ACCTMST
053400         CLOSE LMTRPT
053500     END-IF.
053600     DISPLAY 'HELLO21 - RECORDS READ      = ' WS-RECORDS-READ.
053700     DISPLAY 'HELLO21 - LIMITS CHANGED    = ' WS-LIMITS-CHANGED.
053800     DISPLAY 'HELLO21 - RECORDS REJECTED  = ' WS-RECORDS-REJECTED.
053900     DISPLAY 'HELLO21 - FINAL RETURN CODE = ' DL100-RETURN-CODE.
054000     MOVE DL100-RETURN-CODE TO RETURN-CODE.
054100     DISPLAY 'HELLO21 - LIMIT MAINTENANCE COMPLETE'.
054200 9999-EXIT.
054300     EXIT.
