000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID.  HELLO23                                        *
000400*                                                                *
000500*    MANUAL-ADJUSTMENT ENTRY (MAKER).                            *
000600*                                                                *
000700*    A MANUAL ADJUSTMENT (TRANSACTION TYPE AJ) MOVES A           *
000800*    CUSTOMER'S BALANCE ON ONE OPERATOR'S SAY-SO, SO IT NEVER    *
000900*    GOES STRAIGHT INTO THE NIGHT'S EXTRACT.  THIS STEP READS    *
001000*    THE ADJUSTMENTS AS KEYED BY THE OPERATOR WHO RAISES THEM    *
001100*    (ADJEREC), EDITS EACH ONE AGAINST THE ACCOUNT MASTER AND    *
001200*    ENTERS IT ON THE PERMANENT ADJUSTMENT REGISTER (ADJREG) AS  *
001300*    PENDING, UNDER A NEW ADJUSTMENT ID - TODAY'S DATE AND THE   *
001400*    NEXT FREE SEQUENCE FOR THE DAY.  THE ENTRY LISTING (ADJRPT) *
001500*    PRINTS EVERY ID GIVEN OUT; IT IS WHAT THE CHECKER APPROVES  *
001600*    FROM.                                                       *
001700*                                                                *
001800*    AN ENTRY FOR AN ACCOUNT NOT ON THE MASTER OR CLOSED, WITH A *
001900*    NON-NUMERIC OR ZERO AMOUNT, OR WITH NO OPERATOR ID OR       *
002000*    REASON CODE IS REJECTED ONTO THE SAME LISTING AND THE STEP  *
002100*    ENDS RC 0004.  NOTHING IS RELEASED FROM HERE - THE RELEASE  *
002200*    STEP (HELLO24) TURNS APPROVED ADJUSTMENTS INTO A FEED FOR   *
002300*    THE EXTRACT.                                                *
002400*                                                                *
002500*    MODIFICATION HISTORY                                        *
002600*    DATE       BY    DESCRIPTION                                *
002700*    ---------- ----- -------------------------------------      *
002800*    2026-10-15 DLM   ORIGINAL.                                  *
002900*                                                                *
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.    HELLO23.
003300 AUTHOR.        D L MERCER.
003400 INSTALLATION.  DAILY BATCH SUITE.
003500 DATE-WRITTEN.  2026-10-15.
003600 DATE-COMPILED.
003700 ENVIRONMENT    DIVISION.
003800 INPUT-OUTPUT   SECTION.
003900 FILE-CONTROL.
004000*    ADJIN CARRIES THE DAY'S KEYED ADJUSTMENTS (ADJEREC), IN ANY
004100*    ORDER.
004200     SELECT ADJIN   ASSIGN TO ADJIN
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-ADJIN-STATUS.
004500     SELECT ACCTMST ASSIGN TO ACCTMST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE  IS RANDOM
004800         RECORD KEY   IS DL100-AC-ACCOUNT-NO
004900         FILE STATUS  IS WS-ACCTMST-STATUS.
005000*    ADJREG IS THE PERMANENT ADJUSTMENT REGISTER, KEYED BY
005100*    ADJUSTMENT ID.  IT IS READ FORWARD FROM TODAY'S FIRST ID TO
005200*    FIND THE DAY'S NEXT FREE SEQUENCE, THEN WRITTEN BY KEY.
005300     SELECT ADJREG  ASSIGN TO ADJREG
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE  IS DYNAMIC
005600         RECORD KEY   IS DL100-AJ-ADJUSTMENT-ID
005700         FILE STATUS  IS WS-ADJREG-STATUS.
005800     SELECT ADJRPT  ASSIGN TO ADJRPT
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-ADJRPT-STATUS.
006100     SELECT AUDTRL  ASSIGN TO AUDTRL
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-AUDTRL-STATUS.
006400     SELECT STATOUT ASSIGN TO STATOUT
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-STATOUT-STATUS.
006700*    PARMCRD CARRIES THE RUN'S KEYWORD=VALUE CONTROL CARDS -
006800*    SEE 1050-LOAD-CONTROL-CARDS.
006900     SELECT OPTIONAL PARMCRD ASSIGN TO PARMCRD
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-PARMCRD-STATUS.
007200 DATA           DIVISION.
007300 FILE           SECTION.
007400 FD  ADJIN
007500     RECORDING MODE IS F.
007600 01  ADJIN-REC                      PIC X(80).
007700 FD  ACCTMST
007800     RECORD CONTAINS 80 CHARACTERS.
007900*
008000     COPY ACCTREC.
008100*
008200 FD  ADJREG
008300     RECORD CONTAINS 80 CHARACTERS.
008400*
008500     COPY ADJREC.
008600*
008700 FD  ADJRPT
008800     RECORDING MODE IS F.
008900 01  ADJRPT-REC                     PIC X(80).
009000 FD  AUDTRL
009100     RECORDING MODE IS F.
009200 01  AUDTRL-REC                     PIC X(80).
009300 FD  STATOUT
009400     RECORDING MODE IS F.
009500 01  STATOUT-REC                    PIC X(80).
009600 FD  PARMCRD
009700     RECORDING MODE IS F.
009800 01  PARMCRD-REC                    PIC X(80).
009900 WORKING-STORAGE SECTION.
010000*
010100     COPY COPY1.
010200*
010300 01  WS-DATE-TIME.
010400     05  WS-CURRENT-DATE            PIC 9(8).
010500     05  WS-CURRENT-TIME            PIC 9(8).
010600 01  WS-FILE-STATUSES.
010700     05  WS-ADJIN-STATUS            PIC XX       VALUE '00'.
010800         88  ADJIN-OK                            VALUE '00'.
010900         88  ADJIN-EOF                           VALUE '10'.
011000     05  WS-ACCTMST-STATUS          PIC XX       VALUE '00'.
011100         88  ACCTMST-OK                          VALUE '00' '05'.
011200     05  WS-ADJREG-STATUS           PIC XX       VALUE '00'.
011300         88  ADJREG-OK                           VALUE '00' '05'.
011400         88  ADJREG-EOF                          VALUE '10'.
011500     05  WS-ADJRPT-STATUS           PIC XX       VALUE '00'.
011600         88  ADJRPT-OK                           VALUE '00'.
011700     05  WS-AUDTRL-STATUS           PIC XX       VALUE '00'.
011800         88  AUDTRL-OK                           VALUE '00'.
011900     05  WS-STATOUT-STATUS          PIC XX       VALUE '00'.
012000         88  STATOUT-OK                          VALUE '00'.
012100     05  WS-PARMCRD-STATUS          PIC XX       VALUE '00'.
012200         88  PARMCRD-OK                          VALUE '00'.
012300         88  PARMCRD-EOF                         VALUE '10'.
012400*
012500 01  WS-SWITCHES.
012600     05  WS-ADJIN-EOF-SW            PIC X        VALUE 'N'.
012700         88  ADJIN-AT-EOF                        VALUE 'Y'.
012800     05  WS-REGISTER-SCAN-SW        PIC X        VALUE 'N'.
012900         88  REGISTER-SCAN-DONE                  VALUE 'Y'.
013000     05  WS-ABORT-SW                PIC X        VALUE 'N'.
013100         88  ABORT-RUN                           VALUE 'Y'.
013200*
013300 01  WS-COUNTERS                    COMP.
013400     05  WS-RECORDS-READ            PIC 9(9)     VALUE 0.
013500     05  WS-ENTRIES-PENDING         PIC 9(9)     VALUE 0.
013600     05  WS-RECORDS-REJECTED        PIC 9(9)     VALUE 0.
013700*
013800*    THE LAST ADJUSTMENT SEQUENCE USED TODAY - ZERO UNTIL THE
013900*    REGISTER SCAN FINDS AN EARLIER RUN'S ENTRIES FOR THE SAME
014000*    DATE.  THE ID IS FOUR DIGITS, SO A DAY HOLDS 9999 ENTRIES.
014100 01  WS-ENTRY-WORK.
014200     05  WS-LAST-ENTRY-SEQ          PIC 9(04)    VALUE 0.
014300     05  WS-TOTAL-AMOUNT            PIC S9(11)V99 VALUE 0.
014400*
014500*    CONTROL-CARD PARSE WORK AREA - SEE 1050-LOAD-CONTROL-CARDS.
014600 01  WS-CARD-WORK.
014700     05  WS-CC-KEYWORD              PIC X(16)    VALUE SPACES.
014800     05  WS-CC-VALUE                PIC X(20)    VALUE SPACES.
014900*
015000     COPY ADJEREC.
015100*
015200     COPY AUDTREC.
015300*
015400     COPY STATREC.
015500*
015600 01  WS-AUDIT-TIMESTAMPS.
015700     05  WS-RUN-START-DATE          PIC 9(08)    VALUE 0.
015800     05  WS-RUN-START-TIME          PIC 9(08)    VALUE 0.
015900*
016000 01  WS-ENT-HEADING-1.
016100     05  FILLER                     PIC X(01)    VALUE SPACE.
016200     05  FILLER                     PIC X(42)    VALUE
016300         'HELLO23 MANUAL-ADJUSTMENT ENTRY  RUN DATE'.
016400     05  FILLER                     PIC X(01)    VALUE SPACE.
016500     05  WS-EH-RUN-DATE             PIC X(08)    VALUE SPACES.
016600     05  FILLER                     PIC X(28)    VALUE SPACES.
016700 01  WS-ENT-HEADING-2.
016800     05  FILLER                     PIC X(01)    VALUE SPACE.
016900     05  FILLER                     PIC X(39)    VALUE
017000         'ADJUSTMENT-ID ACCOUNT-NO        AMOUNT'.
017100     05  FILLER                     PIC X(40)    VALUE
017200         'MAKER    RC REASON        NOTE'.
017300 01  WS-ENT-DETAIL.
017400     05  FILLER                     PIC X(01)    VALUE SPACE.
017500     05  WS-ED-ENTRY-DATE           PIC X(08)    VALUE SPACES.
017600     05  WS-ED-DASH                 PIC X(01)    VALUE SPACE.
017700     05  WS-ED-ENTRY-SEQ            PIC X(04)    VALUE SPACES.
017800     05  FILLER                     PIC X(01)    VALUE SPACE.
017900     05  WS-ED-ACCOUNT-NO           PIC X(10)    VALUE SPACES.
018000     05  FILLER                     PIC X(01)    VALUE SPACE.
018100     05  WS-ED-AMOUNT               PIC -Z(8)9.99.
018200     05  FILLER                     PIC X(01)    VALUE SPACE.
018300     05  WS-ED-MAKER-ID             PIC X(08)    VALUE SPACES.
018400     05  FILLER                     PIC X(01)    VALUE SPACE.
018500     05  WS-ED-REASON-CODE          PIC X(02)    VALUE SPACES.
018600     05  FILLER                     PIC X(01)    VALUE SPACE.
018700     05  WS-ED-REASON-TEXT          PIC X(12)    VALUE SPACES.
018800     05  FILLER                     PIC X(02)    VALUE SPACES.
018900     05  WS-ED-NOTE                 PIC X(14)    VALUE SPACES.
019000 01  WS-ENT-TRAILER-1.
019100     05  FILLER                     PIC X(01)    VALUE SPACE.
019200     05  FILLER                     PIC X(26)    VALUE
019300         'ENTRIES READ            ='.
019400     05  WS-ET-READ                 PIC Z(08)9.
019500     05  FILLER                     PIC X(44)    VALUE SPACES.
019600 01  WS-ENT-TRAILER-2.
019700     05  FILLER                     PIC X(01)    VALUE SPACE.
019800     05  FILLER                     PIC X(26)    VALUE
019900         'ENTERED PENDING APPROVAL='.
020000     05  WS-ET-REGISTERED           PIC Z(08)9.
020100     05  FILLER                     PIC X(44)    VALUE SPACES.
020200 01  WS-ENT-TRAILER-3.
020300     05  FILLER                     PIC X(01)    VALUE SPACE.
020400     05  FILLER                     PIC X(26)    VALUE
020500         'ENTRIES REJECTED        ='.
020600     05  WS-ET-REJECTED             PIC Z(08)9.
020700     05  FILLER                     PIC X(44)    VALUE SPACES.
020800 01  WS-ENT-TRAILER-4.
020900     05  FILLER                     PIC X(01)    VALUE SPACE.
021000     05  FILLER                     PIC X(26)    VALUE
021100         'AMOUNT ENTERED          ='.
021200     05  WS-ET-AMOUNT               PIC -Z(12)9.99.
021300     05  FILLER                     PIC X(36)    VALUE SPACES.
021400*
021500 LINKAGE        SECTION.
021600*
021700 01  LS-PARM-AREA.
021800     05  LS-PARM-LEN                PIC S9(4) COMP.
021900     05  LS-PARM-DATA.
022000         10  LS-PARM-OPERATOR-ID    PIC X(08).
022100 PROCEDURE      DIVISION USING LS-PARM-AREA.
022200*
022300 0000-MAINLINE.
022400     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
022500     IF NOT ABORT-RUN
022600         PERFORM 1200-FIND-LAST-ENTRY  THRU 1200-EXIT
022700         PERFORM 2000-ENTER-ADJUSTMENTS THRU 2000-EXIT
022800         PERFORM 8000-ENTRY-SUMMARY    THRU 8000-EXIT
022900     END-IF.
023000     PERFORM 8500-WRITE-AUDIT      THRU 8500-EXIT.
023100     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
023200     GOBACK.
023300*
023400******************************************************************
023500* 1000-INITIALIZE  -  BUILD THE JOB BANNER, APPLY THE CONTROL    *
023600*                     CARDS AND OPEN EVERY FILE.                 *
023700******************************************************************
023800 1000-INITIALIZE.
023900     MOVE 'HELLO23'         TO DL100-JOB-NAME.
024000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
024100     ACCEPT WS-CURRENT-TIME FROM TIME.
024200     MOVE WS-CURRENT-DATE   TO DL100-RUN-DATE.
024300     MOVE WS-CURRENT-TIME   TO DL100-RUN-TIME.
024400     MOVE WS-CURRENT-DATE   TO WS-RUN-START-DATE.
024500     MOVE WS-CURRENT-TIME   TO WS-RUN-START-TIME.
024600     MOVE SPACES            TO DL100-OPERATOR-ID.
024700     IF LS-PARM-LEN >= 8
024800         MOVE LS-PARM-OPERATOR-ID TO DL100-OPERATOR-ID
024900     END-IF.
025000     MOVE 0                 TO DL100-RETURN-CODE.
025100     DISPLAY DL100-JOB-HEADER.
025200     PERFORM 1050-LOAD-CONTROL-CARDS THRU 1050-EXIT.
025300     IF ABORT-RUN
025400         GO TO 1000-EXIT
025500     END-IF.
025600     OPEN INPUT ADJIN.
025700     IF NOT ADJIN-OK
025800         DISPLAY 'HELLO23 - UNABLE TO OPEN ADJIN, STATUS = '
025900             WS-ADJIN-STATUS
026000         SET ABORT-RUN TO TRUE
026100         MOVE 0020 TO DL100-RETURN-CODE
026200         GO TO 1000-EXIT
026300     END-IF.
026400     OPEN INPUT ACCTMST.
026500     IF NOT ACCTMST-OK
026600         DISPLAY 'HELLO23 - UNABLE TO OPEN ACCTMST, STATUS = '
026700             WS-ACCTMST-STATUS
026800         SET ABORT-RUN TO TRUE
026900         MOVE 0020 TO DL100-RETURN-CODE
027000         GO TO 1000-EXIT
027100     END-IF.
027200     OPEN I-O ADJREG.
027300     IF NOT ADJREG-OK
027400         DISPLAY 'HELLO23 - UNABLE TO OPEN ADJREG, STATUS = '
027500             WS-ADJREG-STATUS
027600         SET ABORT-RUN TO TRUE
027700         MOVE 0020 TO DL100-RETURN-CODE
027800         GO TO 1000-EXIT
027900     END-IF.
028000     OPEN OUTPUT ADJRPT.
028100     IF NOT ADJRPT-OK
028200         DISPLAY 'HELLO23 - UNABLE TO OPEN ADJRPT, STATUS = '
028300             WS-ADJRPT-STATUS
028400         SET ABORT-RUN TO TRUE
028500         MOVE 0020 TO DL100-RETURN-CODE
028600         GO TO 1000-EXIT
028700     END-IF.
028800     MOVE DL100-RUN-DATE    TO WS-EH-RUN-DATE.
028900     MOVE WS-ENT-HEADING-1  TO ADJRPT-REC.
029000     WRITE ADJRPT-REC.
029100     MOVE WS-ENT-HEADING-2  TO ADJRPT-REC.
029200     WRITE ADJRPT-REC.
029300 1000-EXIT.
029400     EXIT.
029500*
029600******************************************************************
029700* 1050-LOAD-CONTROL-CARDS  -  READ THE KEYWORD=VALUE CONTROL     *
029800*                        CARDS.  EVERY CARD IS ECHOED TO THE     *
029900*                        JOB LOG SO THE RUN'S OPTIONS ARE ON     *
030000*                        RECORD; A BAD KEYWORD FAILS THE STEP    *
030100*                        RC 0020 BEFORE ANY OTHER FILE IS        *
030200*                        OPENED.  KEYWORDS - OPERATOR.           *
030300******************************************************************
030400 1050-LOAD-CONTROL-CARDS.
030500     OPEN INPUT PARMCRD.
030600     IF NOT PARMCRD-OK
030700         DISPLAY 'HELLO23 - NO CONTROL CARDS - PARM AND '
030800             'DEFAULTS APPLY'
030900         GO TO 1050-EXIT
031000     END-IF.
031100     PERFORM 1055-READ-PARMCRD THRU 1055-EXIT.
031200     PERFORM 1060-ONE-CONTROL-CARD THRU 1060-EXIT
031300         UNTIL PARMCRD-EOF OR ABORT-RUN.
031400     CLOSE PARMCRD.
031500 1050-EXIT.
031600     EXIT.
031700*
031800 1055-READ-PARMCRD.
031900     READ PARMCRD
032000         AT END
032100             GO TO 1055-EXIT
032200     END-READ.
032300 1055-EXIT.
032400     EXIT.
032500*
032600 1060-ONE-CONTROL-CARD.
032700     DISPLAY 'HELLO23 - CONTROL CARD: ' PARMCRD-REC.
032800     IF PARMCRD-REC = SPACES OR PARMCRD-REC (1:1) = '*'
032900         GO TO 1060-NEXT
033000     END-IF.
033100     MOVE SPACES TO WS-CC-KEYWORD.
033200     MOVE SPACES TO WS-CC-VALUE.
033300     UNSTRING PARMCRD-REC DELIMITED BY '='
033400         INTO WS-CC-KEYWORD WS-CC-VALUE.
033500     EVALUATE WS-CC-KEYWORD
033600         WHEN 'OPERATOR'
033700             MOVE WS-CC-VALUE (1:8) TO DL100-OPERATOR-ID
033800         WHEN OTHER
033900             DISPLAY 'HELLO23 - BAD CONTROL CARD KEYWORD: '
034000                 WS-CC-KEYWORD
034100             MOVE 0020 TO DL100-RETURN-CODE
034200             SET ABORT-RUN TO TRUE
034300     END-EVALUATE.
034400 1060-NEXT.
034500     PERFORM 1055-READ-PARMCRD THRU 1055-EXIT.
034600 1060-EXIT.
034700     EXIT.
034800*
034900******************************************************************
035000* 1200-FIND-LAST-ENTRY  -  AN EARLIER RUN THE SAME DAY MAY HAVE  *
035100*                        GIVEN OUT IDS ALREADY.  POSITION AT     *
035200*                        TODAY'S FIRST POSSIBLE ID AND READ      *
035300*                        FORWARD WHILE THE ENTRY DATE IS STILL   *
035400*                        TODAY, KEEPING THE HIGHEST SEQUENCE.    *
035500******************************************************************
035600 1200-FIND-LAST-ENTRY.
035700     MOVE 0                 TO WS-LAST-ENTRY-SEQ.
035800     MOVE SPACES            TO DL100-ADJUSTMENT-RECORD.
035900     MOVE DL100-RUN-DATE    TO DL100-AJ-ENTRY-DATE.
036000     MOVE 0                 TO DL100-AJ-ENTRY-SEQ.
036100     START ADJREG KEY NOT < DL100-AJ-ADJUSTMENT-ID
036200         INVALID KEY
036300             GO TO 1200-EXIT
036400     END-START.
036500     PERFORM 1210-READ-NEXT-ENTRY THRU 1210-EXIT
036600         UNTIL REGISTER-SCAN-DONE.
036700     IF WS-LAST-ENTRY-SEQ > 0
036800         DISPLAY 'HELLO23 - CONTINUING TODAY''S IDS AFTER '
036900             DL100-RUN-DATE '-' WS-LAST-ENTRY-SEQ
037000     END-IF.
037100 1200-EXIT.
037200     EXIT.
037300*
037400 1210-READ-NEXT-ENTRY.
037500     READ ADJREG NEXT
037600         AT END
037700             SET REGISTER-SCAN-DONE TO TRUE
037800             GO TO 1210-EXIT
037900     END-READ.
038000     IF DL100-AJ-ENTRY-DATE NOT = DL100-RUN-DATE
038100         SET REGISTER-SCAN-DONE TO TRUE
038200         GO TO 1210-EXIT
038300     END-IF.
038400     MOVE DL100-AJ-ENTRY-SEQ TO WS-LAST-ENTRY-SEQ.
038500 1210-EXIT.
038600     EXIT.
038700*
038800******************************************************************
038900* 2000-ENTER-ADJUSTMENTS  -  DRIVE THE KEYED ENTRIES ONTO THE    *
039000*                        REGISTER ONE AT A TIME.                 *
039100******************************************************************
039200 2000-ENTER-ADJUSTMENTS.
039300     PERFORM 2100-READ-ADJIN THRU 2100-EXIT.
039400     PERFORM 2200-ENTER-ONE  THRU 2200-EXIT
039500         UNTIL ADJIN-AT-EOF.
039600 2000-EXIT.
039700     EXIT.
039800*
039900 2100-READ-ADJIN.
040000     READ ADJIN
040100         AT END
040200             MOVE 'Y' TO WS-ADJIN-EOF-SW
040300             GO TO 2100-EXIT
040400     END-READ.
040500     ADD 1 TO WS-RECORDS-READ.
040600     MOVE ADJIN-REC TO DL100-ADJ-ENTRY-RECORD.
040700 2100-EXIT.
040800     EXIT.
040900*
041000******************************************************************
041100* 2200-ENTER-ONE  -  EDIT ONE KEYED ADJUSTMENT AND ENTER IT ON   *
041200*                    THE REGISTER, PENDING.  A FAILED EDIT IS    *
041300*                    REJECTED WITH NO ID GIVEN OUT; THE MAKER    *
041400*                    RE-KEYS IT CORRECTED.                       *
041500******************************************************************
041600 2200-ENTER-ONE.
041700     MOVE SPACES                TO WS-ENT-DETAIL.
041800     MOVE DL100-AE-ACCOUNT-NO   TO WS-ED-ACCOUNT-NO.
041900     MOVE DL100-AE-OPERATOR-ID  TO WS-ED-MAKER-ID.
042000     MOVE DL100-AE-REASON-CODE  TO WS-ED-REASON-CODE.
042100     MOVE DL100-AE-REASON-TEXT  TO WS-ED-REASON-TEXT.
042200     MOVE 0                     TO WS-ED-AMOUNT.
042300     IF DL100-AE-AMOUNT IS NOT NUMERIC
042400         MOVE 'BAD AMOUNT'     TO WS-ED-NOTE
042500         PERFORM 2400-REJECT-ONE THRU 2400-EXIT
042600         GO TO 2200-READ-NEXT
042700     END-IF.
042800     MOVE DL100-AE-AMOUNT       TO WS-ED-AMOUNT.
042900     IF DL100-AE-AMOUNT = 0
043000         MOVE 'ZERO AMOUNT'    TO WS-ED-NOTE
043100         PERFORM 2400-REJECT-ONE THRU 2400-EXIT
043200         GO TO 2200-READ-NEXT
043300     END-IF.
043400     IF DL100-AE-OPERATOR-ID = SPACES
043500         MOVE 'NO OPERATOR ID' TO WS-ED-NOTE
043600         PERFORM 2400-REJECT-ONE THRU 2400-EXIT
043700         GO TO 2200-READ-NEXT
043800     END-IF.
043900     IF DL100-AE-REASON-CODE = SPACES
044000         MOVE 'NO REASON CODE' TO WS-ED-NOTE
044100         PERFORM 2400-REJECT-ONE THRU 2400-EXIT
044200         GO TO 2200-READ-NEXT
044300     END-IF.
044400     MOVE DL100-AE-ACCOUNT-NO   TO DL100-AC-ACCOUNT-NO.
044500     READ ACCTMST
044600         INVALID KEY
044700             MOVE 'NOT ON MASTER' TO WS-ED-NOTE
044800             PERFORM 2400-REJECT-ONE THRU 2400-EXIT
044900             GO TO 2200-READ-NEXT
045000     END-READ.
045100     IF DL100-AC-CLOSED
045200         MOVE 'ACCOUNT CLOSED' TO WS-ED-NOTE
045300         PERFORM 2400-REJECT-ONE THRU 2400-EXIT
045400         GO TO 2200-READ-NEXT
045500     END-IF.
045600     IF WS-LAST-ENTRY-SEQ = 9999
045700         MOVE 'NO IDS LEFT'    TO WS-ED-NOTE
045800         PERFORM 2400-REJECT-ONE THRU 2400-EXIT
045900         GO TO 2200-READ-NEXT
046000     END-IF.
046100     ADD 1 TO WS-LAST-ENTRY-SEQ.
046200     MOVE SPACES                TO DL100-ADJUSTMENT-RECORD.
046300     MOVE DL100-RUN-DATE        TO DL100-AJ-ENTRY-DATE.
046400     MOVE WS-LAST-ENTRY-SEQ     TO DL100-AJ-ENTRY-SEQ.
046500     MOVE DL100-AE-ACCOUNT-NO   TO DL100-AJ-ACCOUNT-NO.
046600     MOVE DL100-AE-AMOUNT       TO DL100-AJ-AMOUNT.
046700     MOVE DL100-AE-OPERATOR-ID  TO DL100-AJ-MAKER-ID.
046800     MOVE DL100-AE-REASON-CODE  TO DL100-AJ-REASON-CODE.
046900     MOVE DL100-AE-REASON-TEXT  TO DL100-AJ-REASON-TEXT.
047000     SET DL100-AJ-PENDING       TO TRUE.
047100     MOVE 0                     TO DL100-AJ-RELEASE-SEQ.
047200     WRITE DL100-ADJUSTMENT-RECORD
047300         INVALID KEY
047400             MOVE 'WRITE FAILED'  TO WS-ED-NOTE
047500             PERFORM 2400-REJECT-ONE THRU 2400-EXIT
047600             MOVE 0016 TO DL100-RETURN-CODE
047700             GO TO 2200-READ-NEXT
047800     END-WRITE.
047900     ADD 1 TO WS-ENTRIES-PENDING.
048000     ADD DL100-AJ-AMOUNT        TO WS-TOTAL-AMOUNT.
048100     MOVE DL100-AJ-ENTRY-DATE   TO WS-ED-ENTRY-DATE.
048200     MOVE '-'                   TO WS-ED-DASH.
048300     MOVE DL100-AJ-ENTRY-SEQ    TO WS-ED-ENTRY-SEQ.
048400     MOVE 'PENDING'             TO WS-ED-NOTE.
048500     PERFORM 2300-PRINT-ONE THRU 2300-EXIT.
048600 2200-READ-NEXT.
048700     PERFORM 2100-READ-ADJIN THRU 2100-EXIT.
048800 2200-EXIT.
048900     EXIT.
049000*
049100 2300-PRINT-ONE.
049200     MOVE WS-ENT-DETAIL      TO ADJRPT-REC.
049300     WRITE ADJRPT-REC.
049400 2300-EXIT.
049500     EXIT.
049600*
049700 2400-REJECT-ONE.
049800     ADD 1 TO WS-RECORDS-REJECTED.
049900     IF DL100-RETURN-CODE < 0004
050000         MOVE 0004 TO DL100-RETURN-CODE
050100     END-IF.
050200     PERFORM 2300-PRINT-ONE THRU 2300-EXIT.
050300 2400-EXIT.
050400     EXIT.
050500*
050600******************************************************************
050700* 8000-ENTRY-SUMMARY  -  THE LISTING TRAILERS.                   *
050800******************************************************************
050900 8000-ENTRY-SUMMARY.
051000     MOVE WS-RECORDS-READ       TO WS-ET-READ.
051100     MOVE WS-ENT-TRAILER-1      TO ADJRPT-REC.
051200     WRITE ADJRPT-REC.
051300     MOVE WS-ENTRIES-PENDING    TO WS-ET-REGISTERED.
051400     MOVE WS-ENT-TRAILER-2      TO ADJRPT-REC.
051500     WRITE ADJRPT-REC.
051600     MOVE WS-RECORDS-REJECTED   TO WS-ET-REJECTED.
051700     MOVE WS-ENT-TRAILER-3      TO ADJRPT-REC.
051800     WRITE ADJRPT-REC.
051900     MOVE WS-TOTAL-AMOUNT       TO WS-ET-AMOUNT.
052000     MOVE WS-ENT-TRAILER-4      TO ADJRPT-REC.
052100     WRITE ADJRPT-REC.
052200 8000-EXIT.
052300     EXIT.
052400*
052500******************************************************************
052600* 8500-WRITE-AUDIT  -  APPEND ONE AUDIT-TRAIL RECORD FOR THIS RUN*
052700******************************************************************
052800 8500-WRITE-AUDIT.
052900     OPEN EXTEND AUDTRL.
053000     IF NOT AUDTRL-OK
053100         DISPLAY 'HELLO23 - UNABLE TO OPEN AUDTRL, STATUS = '
053200             WS-AUDTRL-STATUS
053300         GO TO 8500-EXIT
053400     END-IF.
053500     MOVE SPACES               TO DL100-AUDIT-RECORD.
053600     MOVE DL100-JOB-NAME       TO DL100-AU-JOB-NAME.
053700     MOVE DL100-RUN-DATE       TO DL100-AU-RUN-DATE.
053800     MOVE DL100-RUN-TIME       TO DL100-AU-RUN-TIME.
053900     MOVE WS-RUN-START-DATE    TO DL100-AU-START-DATE.
054000     MOVE WS-RUN-START-TIME    TO DL100-AU-START-TIME.
054100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
054200     ACCEPT WS-CURRENT-TIME FROM TIME.
054300     MOVE WS-CURRENT-DATE      TO DL100-AU-END-DATE.
054400     MOVE WS-CURRENT-TIME      TO DL100-AU-END-TIME.
054500     MOVE WS-RECORDS-READ      TO DL100-AU-RECORDS-READ.
054600     MOVE WS-ENTRIES-PENDING   TO DL100-AU-RECORDS-WRITTEN.
054700     MOVE DL100-RETURN-CODE    TO DL100-AU-RETURN-CODE.
054800     MOVE DL100-AUDIT-RECORD   TO AUDTRL-REC.
054900     WRITE AUDTRL-REC.
055000     CLOSE AUDTRL.
055100 8500-EXIT.
055200     EXIT.
055300*
055400******************************************************************
055500* 9100-WRITE-STATUS  -  THE SINGLE FIXED-FORMAT STATUS RECORD    *
055600*                       THE SCHEDULER AND THE NIGHT-STATUS STEP  *
055700*                       TEST.  WRITTEN FROM 9999 SO EVEN AN      *
055800*                       ABORTED RUN LEAVES A FAIL VERDICT BEHIND.*
055900******************************************************************
056000 9100-WRITE-STATUS.
056100     OPEN OUTPUT STATOUT.
056200     IF NOT STATOUT-OK
056300         DISPLAY 'HELLO23 - UNABLE TO OPEN STATOUT, STATUS = '
056400             WS-STATOUT-STATUS
056500         GO TO 9100-EXIT
056600     END-IF.
056700     MOVE SPACES                 TO DL100-STATUS-RECORD.
056800     MOVE DL100-JOB-NAME         TO DL100-SR-JOB-NAME.
056900     MOVE DL100-RUN-DATE         TO DL100-SR-RUN-DATE.
057000     MOVE WS-RECORDS-READ        TO DL100-SR-RECORDS-READ.
057100     MOVE WS-ENTRIES-PENDING     TO DL100-SR-RECORDS-WRITTEN.
057200     MOVE WS-RECORDS-REJECTED    TO DL100-SR-RECORDS-SUSPENDED.
057300     MOVE WS-TOTAL-AMOUNT        TO DL100-SR-AMOUNT-TOTAL.
057400     MOVE DL100-RETURN-CODE      TO DL100-SR-RETURN-CODE.
057500     IF DL100-RETURN-CODE = 0
057600         SET DL100-SR-PASSED TO TRUE
057700     ELSE
057800         SET DL100-SR-FAILED TO TRUE
057900     END-IF.
058000     MOVE DL100-STATUS-RECORD    TO STATOUT-REC.
058100     WRITE STATOUT-REC.
058200     CLOSE STATOUT.
058300 9100-EXIT.
058400     EXIT.
058500*
058600******************************************************************
058700* 9999-TERMINATE  -  WRITE THE STATUS RECORD, CLOSE FILES,       *
058800*                    REPORT COUNTS AND SET THE STEP RETURN CODE. *
058900******************************************************************
059000 9999-TERMINATE.
059100     PERFORM 9100-WRITE-STATUS THRU 9100-EXIT.
059200     IF NOT ABORT-RUN
059300         CLOSE ADJIN
059400         CLOSE ACCTMST
059500         CLOSE ADJREG
059600         CLOSE ADJRPT
059700     END-IF.
059800     DISPLAY 'HELLO23 - ENTRIES READ      = ' WS-RECORDS-READ.
059900     DISPLAY 'HELLO23 - ENTRIES PENDING   = ' WS-ENTRIES-PENDING.
060000     DISPLAY 'HELLO23 - ENTRIES REJECTED  = ' WS-RECORDS-REJECTED.
060100     DISPLAY 'HELLO23 - FINAL RETURN CODE = ' DL100-RETURN-CODE.
060200     MOVE DL100-RETURN-CODE TO RETURN-CODE.
060300     DISPLAY 'HELLO23 - ADJUSTMENT ENTRY COMPLETE'.
060400 9999-EXIT.
060500     EXIT.
