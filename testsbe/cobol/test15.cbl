002696*                     REBUILD FABRICATED RECORDS THE POSTING     *
002697*                     STEP NEVER CREATED.                        *
002700*                                                                *
002705*    2026-10-15 DLM   A WD OR FE THE POSTING STEP RETURNED       *
002710*                     UNPAID (OVERDRAFT LIMIT) IS SKIPPED AS     *
002715*                     DIVERTED.  THE RETURNED ITEMS COME FROM    *
002720*                     THE OPTIONAL NSFIN FILE (NSFREC), THE      *
002725*                     NSFRET GENERATIONS FOR THE SAME RANGE -    *
002730*                     OR VERIFY MODE REPORTS FALSE DRIFT.        *
002735*    2026-10-15 DLM   ACCTARC (OPTIONAL) - THE ACCOUNT ARCHIVE   *
002740*                     THE ANNUAL PURGE (HELLO28) WRITES.  A      *
002745*                     REPLAYED ACCOUNT NOT ON THE MASTER BUT ON  *
002750*                     THE ARCHIVE WITH THE SAME BALANCE AND      *
002755*                     COUNT IS NOT DRIFT, AND REBUILD MODE DOES  *
002760*                     NOT PUT AN ARCHIVED ACCOUNT BACK ON THE    *
002765*                     MASTER.  AN ARCHIVED ACCOUNT NUMBER THE    *
002770*                     POSTING STEP HAS SINCE RECREATED IS        *
002775*                     REPLAYED FROM ITS FIRST ITEM NOT ON THE    *
002780*                     HISTORY ARCHIVE (TRANARC, OPTIONAL).  THE  *
002785*                     RETURNED-ITEM TABLE LIMIT IS THE RETMAX    *
002790*                     CARD (DEFAULT 2000).                       *
002795*                                                                *
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.    HELLO15.
005900         ACCESS MODE  IS RANDOM
006000         RECORD KEY   IS DL100-AN-ACCOUNT-NO
006100         FILE STATUS  IS WS-ACCTNEW-STATUS.
006110*    TRANARC IS THE HISTORY ARCHIVE THE ANNUAL PURGE (HELLO28)
006120*    WRITES - OPTIONAL, BUT WITHOUT IT AN ARCHIVED ACCOUNT THE
006130*    POSTING STEP HAS SINCE RECREATED CANNOT BE TOLD FROM ITS
006140*    ARCHIVED LIFE.
006150     SELECT OPTIONAL TRANARC ASSIGN TO TRANARC
006160         ORGANIZATION IS INDEXED
006170         ACCESS MODE  IS RANDOM
006180         RECORD KEY   IS DL100-HA-KEY
006190         FILE STATUS  IS WS-TRANARC-STATUS.
006200     SELECT DRFTRPT ASSIGN TO DRFTRPT
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-DRFTRPT-STATUS.
006410*    ACCTARC IS THE ACCOUNT ARCHIVE THE ANNUAL PURGE (HELLO28)
006420*    MOVES CLOSED ACCOUNTS TO - OPTIONAL, BUT WITHOUT IT EVERY
006430*    ARCHIVED ACCOUNT THE REPLAY MEETS IS REPORTED AS DRIFT.
006440     SELECT OPTIONAL ACCTARC ASSIGN TO ACCTARC
006450         ORGANIZATION IS INDEXED
006460         ACCESS MODE  IS RANDOM
006470         RECORD KEY   IS DL100-XA-ACCOUNT-NO
006480         FILE STATUS  IS WS-ACCTARC-STATUS.
006500     SELECT AUDTRL  ASSIGN TO AUDTRL
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-AUDTRL-STATUS.
006760     SELECT OPTIONAL PARMCRD ASSIGN TO PARMCRD
006770         ORGANIZATION IS LINE SEQUENTIAL
006780         FILE STATUS IS WS-PARMCRD-STATUS.
006781*    NSFIN IS THE POSTING STEP'S RETURNED-ITEMS FILE (NSFREC)
006782*    FOR THE SAME GENERATIONS - OPTIONAL, BUT WITHOUT IT EVERY
006783*    DEBIT RETURNED UNPAID WOULD BE REPLAYED AS IF IT POSTED.
006784     SELECT OPTIONAL NSFIN ASSIGN TO NSFIN
006785         ORGANIZATION IS LINE SEQUENTIAL
006786         FILE STATUS IS WS-NSFIN-STATUS.
006800 DATA           DIVISION.
006900 FILE           SECTION.
007000 FD  TRANIN
009340 FD  PARMCRD
009350     RECORDING MODE IS F.
009360 01  PARMCRD-REC                    PIC X(80).
009370 FD  NSFIN
009371     RECORDING MODE IS F.
009372 01  NSFIN-REC                      PIC X(80).
009373 FD  ACCTARC
009374     RECORD CONTAINS 80 CHARACTERS.
009375*    THE ARCHIVED MASTER CARRIES THE SAME LAYOUT AS ACCTREC -
009376*    ONLY THE FIELDS THE SWEEP COMPARES ARE NAMED HERE.
009377 01  DL100-ACCOUNT-ARCHIVE.
009378     05  DL100-XA-ACCOUNT-NO         PIC X(10).
009379     05  DL100-XA-CURR-BALANCE       PIC S9(11)V99.
009380     05  FILLER                      PIC X(34).
009381     05  DL100-XA-TRANS-COUNT        PIC 9(09).
009382     05  FILLER                      PIC X(14).
009383 FD  TRANARC
009384     RECORD CONTAINS 80 CHARACTERS.
009385*    THE ARCHIVED HISTORY CARRIES THE SAME LAYOUT AS TRNHREC -
009386*    ONLY THE KEY IS NAMED HERE.
009387 01  DL100-HISTORY-ARCHIVE.
009388     05  DL100-HA-KEY.
009389         10  DL100-HA-ACCOUNT-NO     PIC X(10).
009390         10  DL100-HA-TRANS-DATE     PIC X(08).
009391         10  DL100-HA-TRAN-KEY       PIC X(12).
009392     05  FILLER                      PIC X(50).
009400 WORKING-STORAGE SECTION.
009500*
009600     COPY COPY1.
011630     05  WS-PARMCRD-STATUS          PIC XX       VALUE '00'.
011640         88  PARMCRD-OK                           VALUE '00'.
011650         88  PARMCRD-EOF                          VALUE '10'.
011651     05  WS-NSFIN-STATUS            PIC XX       VALUE '00'.
011652         88  NSFIN-OK                            VALUE '00' '05'.
011653         88  NSFIN-EOF                           VALUE '10'.
011654     05  WS-ACCTARC-STATUS          PIC XX       VALUE '00'.
011655         88  ACCTARC-OK                          VALUE '00' '05'.
011656     05  WS-TRANARC-STATUS          PIC XX       VALUE '00'.
011657         88  TRANARC-OK                          VALUE '00' '05'.
011658         88  TRANARC-PRESENT                     VALUE '00'.
011700*
011800 01  WS-SWITCHES.
011900     05  WS-TRANIN-EOF-SW           PIC X        VALUE 'N'.
012800         88  ABORT-RUN                            VALUE 'Y'.
012900     05  WS-ACC-FULL-SW             PIC X        VALUE 'N'.
013000         88  ACCOUNT-TABLE-FULL                   VALUE 'Y'.
013010     05  WS-NSFIN-EOF-SW            PIC X        VALUE 'N'.
013020         88  NSFIN-AT-EOF                        VALUE 'Y'.
013030     05  WS-RET-FULL-SW             PIC X        VALUE 'N'.
013040         88  RETURN-TABLE-FULL                   VALUE 'Y'.
013050     05  WS-TRANARC-SW              PIC X        VALUE 'N'.
013060         88  HISTORY-ARCHIVE-READ                VALUE 'Y'.
013100*
013200 01  WS-COUNTERS                    COMP.
013300     05  WS-RECORDS-READ            PIC 9(9)     VALUE 0.
013800     05  WS-MASTERS-READ            PIC 9(9)     VALUE 0.
013900     05  WS-ACCOUNTS-DRIFTED        PIC 9(9)     VALUE 0.
014000     05  WS-ACCOUNTS-REBUILT        PIC 9(9)     VALUE 0.
014020     05  WS-RECORDS-RETURNED        PIC 9(9)     VALUE 0.
014030     05  WS-ACCOUNTS-ARCHIVED       PIC 9(9)     VALUE 0.
014040     05  WS-ACCOUNTS-REOPENED       PIC 9(9)     VALUE 0.
014100*
014200 01  WS-TRANIN-DDNAME               PIC X(08)    VALUE SPACES.
014300*
014860 01  WS-CARD-WORK.
014870     05  WS-CC-KEYWORD              PIC X(16)    VALUE SPACES.
014880     05  WS-CC-VALUE                PIC X(20)    VALUE SPACES.
014881     05  WS-CC-NUMERIC              PIC 9(09)    VALUE 0   COMP.
014882     05  WS-CC-DIGIT                PIC 9(01)    VALUE 0.
014883     05  WS-CC-SUB                  PIC 9(02)    VALUE 0   COMP.
014884     05  WS-CC-SCAN-SW              PIC X(01)    VALUE SPACE.
014885         88  CC-VALUE-ENDED                      VALUE 'E'.
014886         88  CC-VALUE-BAD                        VALUE 'B'.
014900*
015000*    THE REPLAYED BOOK - ONE ROW PER ACCOUNT SEEN, REBUILT BY
015100*    THE SAME RULES THE POSTING STEP APPLIES.
016500             15  WS-ACC-OPEN-DATE   PIC 9(08).
016600             15  WS-ACC-STATUS      PIC X(01).
016700             15  WS-ACC-MATCHED-SW  PIC X(01).
016705*                A ON THE ACCOUNT ARCHIVE, R RECREATED SINCE IT
016710*                WAS ARCHIVED, N NEITHER.
016715             15  WS-ACC-ARCH-SW     PIC X(01).
016720*
016725*    THE ITEMS THE POSTING STEP RETURNED UNPAID, KEYED THE WAY
016730*    THE TRANOUT RECORD STARTS - SOURCE, SEQUENCE, ACCOUNT AND
016735*    TRANSACTION DATE - SO A RETURNED DEBIT IS KNOWN ON SIGHT.
016740 01  WS-RET-CONTROL.
016745*    THE TABLE HOLDS 5000 ROWS; THE ENFORCED LIMIT DEFAULTS TO
016750*    2000 AND IS CHANGED BY THE RETMAX CONTROL CARD, UP TO THE
016755*    COMPILED CEILING.
016760     05  WS-RET-MAX                 PIC 9(04)    VALUE 2000 COMP.
016765     05  WS-RET-CEILING             PIC 9(04)    VALUE 5000 COMP.
016770     05  WS-RET-COUNT               PIC 9(04)    VALUE 0    COMP.
016775     05  WS-RET-SUB                 PIC 9(04)    VALUE 0    COMP.
016780     05  WS-RET-USE                 PIC 9(04)    VALUE 0    COMP.
016785     05  WS-RET-TABLE.
016790         10  WS-RET-ENTRY           OCCURS 5000 TIMES.
016795             15  WS-RET-KEY         PIC X(30).
016800*
016900*    PERIOD-ROLL WORK AREA - THE SAME SPLIT THE POSTING STEP
017000*    USES SO THE REPLAYED ROLLS LAND ON THE SAME BOUNDARIES.
019000         88  MAINT-TRANSACTION                   VALUE 'OP' 'CL'
019100             'BK' 'UB'.
019200*
019210*
019220     COPY NSFREC.
019300     COPY TRANREC.
019400*
019500     COPY EXTLIST.
032300         MOVE 0020 TO DL100-RETURN-CODE
032400         GO TO 1000-EXIT
032500     END-IF.
032510     OPEN INPUT ACCTARC.
032520     IF NOT ACCTARC-OK
032530         DISPLAY 'HELLO15 - UNABLE TO OPEN ACCTARC, STATUS = '
032540             WS-ACCTARC-STATUS
032550         SET ABORT-RUN TO TRUE
032560         MOVE 0020 TO DL100-RETURN-CODE
032570         GO TO 1000-EXIT
032580     END-IF.
032581     OPEN INPUT TRANARC.
032582     IF NOT TRANARC-OK
032583         DISPLAY 'HELLO15 - UNABLE TO OPEN TRANARC, STATUS = '
032584             WS-TRANARC-STATUS
032585         SET ABORT-RUN TO TRUE
032586         MOVE 0020 TO DL100-RETURN-CODE
032587         GO TO 1000-EXIT
032588     END-IF.
032589     IF TRANARC-PRESENT
032590         SET HISTORY-ARCHIVE-READ TO TRUE
032591     ELSE
032592         DISPLAY 'HELLO15 - NO TRANARC - AN ARCHIVED ACCOUNT '
032593             'SINCE RECREATED IS NOT RECOGNISED'
032594     END-IF.
032600     MOVE WS-FROM-DATE     TO WS-DH-FROM.
032700     MOVE WS-TO-DATE       TO WS-DH-TO.
032800     MOVE WS-DRF-HEADING-1 TO DRFTRPT-REC.
032900     WRITE DRFTRPT-REC.
032910     PERFORM 1100-LOAD-RETURNS THRU 1100-EXIT.
033000 1000-EXIT.
033100     EXIT.
033101*
033106*                        RECORD; A BAD KEYWORD OR VALUE FAILS     *
033107*                        THE STEP RC 0020 BEFORE ANY OTHER FILE   *
033108*                        IS OPENED.  CARDS OVERRIDE THE PARM.     *
033109*                        KEYWORDS - OPERATOR, RUNMODE, RETMAX,   *
033110*                        FROMDATE AND TODATE (YYYYMMDD).         *
033111******************************************************************
033112 1050-LOAD-CONTROL-CARDS.
033113     OPEN INPUT PARMCRD.
033158                 PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
033159             END-IF
033160         WHEN OTHER
033161             PERFORM 1070-NUMERIC-CARD THRU 1070-EXIT
033165     END-EVALUATE.
033166 1060-NEXT.
033167     PERFORM 1055-READ-PARMCRD THRU 1055-EXIT.
039600         ADD 1 TO WS-RECORDS-OUT-OF-RANGE
039700         GO TO 2200-READ-NEXT
039800     END-IF.
039805*    A WD OR FE DEBIT THE POSTING STEP RETURNED UNPAID NEVER
039810*    REACHED THE MASTER - IT IS DIVERTED HERE BEFORE IT CAN
039815*    CREATE A ROW OR MOVE A BALANCE.
039820     IF DL100-TR-TRANS-TYPE = 'WD' OR DL100-TR-TRANS-TYPE = 'FE'
039825         MOVE 0 TO WS-RET-USE
039830         PERFORM 2420-FIND-RETURN THRU 2420-EXIT
039835             VARYING WS-RET-SUB FROM 1 BY 1
039840                 UNTIL WS-RET-SUB > WS-RET-COUNT
039845                    OR WS-RET-USE > 0
039850         IF WS-RET-USE > 0
039855             ADD 1 TO WS-RECORDS-DIVERTED
039860             ADD 1 TO WS-RECORDS-RETURNED
039865             GO TO 2200-READ-NEXT
039870         END-IF
039875     END-IF.
039900     IF DL100-TR-AMOUNT IS NOT NUMERIC
040000      OR DL100-TR-TRANS-DATE IS NOT NUMERIC
040100      OR DL100-TR-ACCOUNT-NO = SPACES
041000     IF WS-ACC-USE = 0
041100         GO TO 2200-READ-NEXT
041200     END-IF.
041210*    AN ARCHIVED ACCOUNT IS OFF THE MASTER FROM THE PURGE ON, SO
041220*    THE POSTING STEP RECREATES IT FRESH ON THE NEXT MONEY OR
041230*    OPEN THAT ARRIVES FOR IT, AND SENDS A CLOSE, BLOCK OR
041240*    UNBLOCK TO ITS EXCEPTIONS.  THE REPLAY DOES THE SAME AT
041250*    THE FIRST ITEM NOT ON THE HISTORY ARCHIVE - THE ITEMS THAT
041260*    ARE ON IT BELONG TO THE ARCHIVED LIFE.
041270     IF WS-ACC-ARCH-SW (WS-ACC-USE) = 'A'
041280      AND HISTORY-ARCHIVE-READ
041290         PERFORM 2430-CHECK-REOPENED THRU 2430-EXIT
041300         IF WS-ACC-USE = 0
041310             ADD 1 TO WS-RECORDS-DIVERTED
041320             GO TO 2200-READ-NEXT
041330         END-IF
041340     END-IF.
041400*    THE POSTING STEP DIVERTS MONEY AIMED AT A CLOSED OR
041500*    BLOCKED ACCOUNT, SO THE REPLAY MUST TOO - OTHERWISE THE
041600*    EXPECTED FIGURES DRIFT FROM A MASTER THAT IS RIGHT.
046500     MOVE DL100-TR-TRANS-DATE TO WS-ACC-OPEN-DATE (WS-ACC-USE).
046600     MOVE 'O' TO WS-ACC-STATUS (WS-ACC-USE).
046700     MOVE 'N' TO WS-ACC-MATCHED-SW (WS-ACC-USE).
046710     MOVE 'N' TO WS-ACC-ARCH-SW (WS-ACC-USE).
046720     MOVE DL100-TR-ACCOUNT-NO TO DL100-XA-ACCOUNT-NO.
046730     READ ACCTARC
046740         INVALID KEY
046750             CONTINUE
046760         NOT INVALID KEY
046770             MOVE 'A' TO WS-ACC-ARCH-SW (WS-ACC-USE)
046780     END-READ.
046800 2400-EXIT.
046900     EXIT.
047000*
047500 2410-EXIT.
047600     EXIT.
047700*
047702 2420-FIND-RETURN.
047704     IF WS-RET-KEY (WS-RET-SUB) = DL100-TRANS-RECORD (1:30)
047706         MOVE WS-RET-SUB TO WS-RET-USE
047708     END-IF.
047710 2420-EXIT.
047712     EXIT.
047714*
047716******************************************************************
047718* 2430-CHECK-REOPENED  -  AN ITEM FOR AN ARCHIVED ACCOUNT THAT IS  *
047720*                        NOT ON THE HISTORY ARCHIVE ARRIVED AFTER  *
047722*                        THE PURGE.  A CLOSE, BLOCK OR UNBLOCK IS  *
047724*                        DIVERTED (WS-ACC-USE ZERO); ANY OTHER     *
047726*                        ITEM STARTS THE ROW AGAIN AS THE POSTING  *
047728*                        STEP'S FRESH ACCOUNT.                     *
047730******************************************************************
047732 2430-CHECK-REOPENED.
047734     MOVE DL100-TR-ACCOUNT-NO TO DL100-HA-ACCOUNT-NO.
047736     MOVE DL100-TR-TRANS-DATE TO DL100-HA-TRANS-DATE.
047738     MOVE DL100-TR-KEY        TO DL100-HA-TRAN-KEY.
047740     READ TRANARC
047742         INVALID KEY
047744             CONTINUE
047746         NOT INVALID KEY
047748             GO TO 2430-EXIT
047750     END-READ.
047752     IF MAINT-TRANSACTION AND DL100-TR-TRANS-TYPE NOT = 'OP'
047754         MOVE 0 TO WS-ACC-USE
047756         GO TO 2430-EXIT
047758     END-IF.
047760     MOVE 0   TO WS-ACC-BALANCE (WS-ACC-USE).
047762     MOVE 0   TO WS-ACC-MTD (WS-ACC-USE).
047764     MOVE 0   TO WS-ACC-YTD (WS-ACC-USE).
047766     MOVE 0   TO WS-ACC-TRANS-CNT (WS-ACC-USE).
047768     MOVE DL100-TR-TRANS-DATE TO WS-ACC-LAST-DATE (WS-ACC-USE).
047770     MOVE DL100-TR-TRANS-DATE TO WS-ACC-OPEN-DATE (WS-ACC-USE).
047772     MOVE 'O' TO WS-ACC-STATUS (WS-ACC-USE).
047774     MOVE 'R' TO WS-ACC-ARCH-SW (WS-ACC-USE).
047776     ADD 1 TO WS-ACCOUNTS-REOPENED.
047778     DISPLAY 'HELLO15 - ARCHIVED ACCOUNT '
047780         WS-ACC-ACCOUNT-NO (WS-ACC-USE)
047782         ' RECREATED BY ITS ' DL100-TR-TRANS-TYPE ' OF '
047784         DL100-TR-TRANS-DATE.
047786 2430-EXIT.
047788     EXIT.
047790*
047800******************************************************************
047900* 2500-APPLY-TO-TABLE  -  THE POSTING STEP'S APPLY LOGIC, RUN      *
048000*                         AGAINST THE TABLE ROW - PERIOD ROLLS     *
052600             UNTIL WS-ACC-SUB > WS-ACC-COUNT.
052700     DISPLAY 'HELLO15 - ACCOUNTS REBUILT = '
052800         WS-ACCOUNTS-REBUILT.
052810     DISPLAY 'HELLO15 - ACCOUNTS ARCHIVED = '
052820         WS-ACCOUNTS-ARCHIVED.
052900 5000-EXIT.
053000     EXIT.
053100*
053200 5100-REBUILD-ONE.
053202*    AN ACCOUNT THE ANNUAL PURGE HAS ARCHIVED STAYS OFF THE
053204*    REBUILT MASTER WHEN THE ARCHIVE AGREES WITH THE REPLAY, AS
053206*    IN 6500.  ONE THAT DISAGREES IS REBUILT AND REPORTED, SO AN
053208*    ACCOUNT IS NEVER LOST FROM THE MASTER UNSEEN.
053210     IF WS-ACC-ARCH-SW (WS-ACC-SUB) = 'A'
053212         MOVE WS-ACC-ACCOUNT-NO (WS-ACC-SUB)
053214             TO DL100-XA-ACCOUNT-NO
053216         READ ACCTARC
053218             INVALID KEY
053220                 MOVE 'N' TO WS-ACC-ARCH-SW (WS-ACC-SUB)
053222         END-READ
053224     END-IF.
053226     IF WS-ACC-ARCH-SW (WS-ACC-SUB) = 'A'
053228         IF DL100-XA-CURR-BALANCE = WS-ACC-BALANCE (WS-ACC-SUB)
053230          AND DL100-XA-TRANS-COUNT = WS-ACC-TRANS-CNT (WS-ACC-SUB)
053232             ADD 1 TO WS-ACCOUNTS-ARCHIVED
053234             GO TO 5100-EXIT
053236         END-IF
053238         DISPLAY 'HELLO15 - ACCOUNT '
053240             WS-ACC-ACCOUNT-NO (WS-ACC-SUB)
053242             ' IS ON ACCTARC BUT DISAGREES WITH THE REPLAY - '
053244             'REBUILT, CHECK IT'
053246         IF DL100-RETURN-CODE < 0004
053248             MOVE 0004 TO DL100-RETURN-CODE
053250         END-IF
053252     END-IF.
053300     MOVE SPACES TO DL100-ACCOUNT-MASTER.
053400     MOVE WS-ACC-ACCOUNT-NO (WS-ACC-SUB)
053500         TO DL100-AC-ACCOUNT-NO.
064500*                        NEVER MATCHED HAVE HISTORY BUT NO         *
064600*                        MASTER RECORD - DRIFT OF THE WORST        *
064700*                        KIND, A VANISHED ACCOUNT.                 *
064710*                        AN ACCOUNT THE ANNUAL PURGE MOVED TO THE  *
064720*                        ACCOUNT ARCHIVE IS LOOKED FOR THERE, AND  *
064730*                        WHEN THE ARCHIVE AGREES WITH THE REPLAY   *
064740*                        IT IS ONLY COUNTED.  ONE RECREATED SINCE  *
064750*                        IT WAS ARCHIVED IS A LIVE ACCOUNT AGAIN.  *
064800******************************************************************
064900 6500-SWEEP-UNMATCHED.
065000     IF WS-ACC-MATCHED-SW (WS-ACC-SUB) = 'Y'
065100         GO TO 6500-EXIT
065200     END-IF.
065202     IF WS-ACC-ARCH-SW (WS-ACC-SUB) NOT = 'A'
065204         GO TO 6500-NOT-ON-MASTER
065206     END-IF.
065208     MOVE WS-ACC-ACCOUNT-NO (WS-ACC-SUB) TO DL100-XA-ACCOUNT-NO.
065210     READ ACCTARC
065212         INVALID KEY
065214             GO TO 6500-NOT-ON-MASTER
065216     END-READ.
065218     IF DL100-XA-CURR-BALANCE = WS-ACC-BALANCE (WS-ACC-SUB)
065220      AND DL100-XA-TRANS-COUNT = WS-ACC-TRANS-CNT (WS-ACC-SUB)
065222         ADD 1 TO WS-ACCOUNTS-ARCHIVED
065224         GO TO 6500-EXIT
065226     END-IF.
065228     ADD 1 TO WS-ACCOUNTS-DRIFTED.
065230     MOVE WS-ACC-ACCOUNT-NO (WS-ACC-SUB) TO WS-DD-ACCOUNT-NO.
065232     MOVE DL100-XA-CURR-BALANCE          TO WS-DD-MASTER-BAL.
065234     MOVE WS-ACC-BALANCE (WS-ACC-SUB)    TO WS-DD-EXPECT-BAL.
065236     MOVE DL100-XA-TRANS-COUNT           TO WS-DD-MASTER-CNT.
065238     MOVE WS-ACC-TRANS-CNT (WS-ACC-SUB)  TO WS-DD-EXPECT-CNT.
065240     MOVE 'ARCH DISAGREES'               TO WS-DD-NOTE.
065242     MOVE WS-DRF-DETAIL TO DRFTRPT-REC.
065244     WRITE DRFTRPT-REC.
065246     GO TO 6500-EXIT.
065248 6500-NOT-ON-MASTER.
065300     ADD 1 TO WS-ACCOUNTS-DRIFTED.
065400     MOVE WS-ACC-ACCOUNT-NO (WS-ACC-SUB) TO WS-DD-ACCOUNT-NO.
065500     MOVE 0                              TO WS-DD-MASTER-BAL.
070300             CLOSE ACCTMST
070400         END-IF
070500         CLOSE DRFTRPT
070510         CLOSE ACCTARC
070520         CLOSE TRANARC
070600     END-IF.
070700     DISPLAY 'HELLO15 - RECORDS READ      = ' WS-RECORDS-READ.
070800     DISPLAY 'HELLO15 - RECORDS REPLAYED  = '
071300         WS-RECORDS-UNUSABLE.
071400     DISPLAY 'HELLO15 - DIVERTED RECORDS  = '
071500         WS-RECORDS-DIVERTED.
071510     DISPLAY 'HELLO15 - RETURNED UNPAID   = '
071520         WS-RECORDS-RETURNED.
071600     DISPLAY 'HELLO15 - ACCOUNTS DRIFTED  = '
071700         WS-ACCOUNTS-DRIFTED.
071710     DISPLAY 'HELLO15 - ACCOUNTS ARCHIVED = '
071720         WS-ACCOUNTS-ARCHIVED.
071730     DISPLAY 'HELLO15 - ACCOUNTS REOPENED = '
071740         WS-ACCOUNTS-REOPENED.
071800     DISPLAY 'HELLO15 - FINAL RETURN CODE = ' DL100-RETURN-CODE.
071900     MOVE DL100-RETURN-CODE TO RETURN-CODE.
072000     DISPLAY 'HELLO15 - MASTER VERIFICATION COMPLETE'.
072100 9999-EXIT.
072200     EXIT.
072300*
072400******************************************************************
072500* 1070-NUMERIC-CARD  -  THE KEYWORDS THAT CARRY A NUMBER - THE   *
072600*                       RETURNED-ITEM TABLE LIMIT (RETMAX), 1 TO *
072700*                       WS-RET-CEILING.  ANY OTHER KEYWORD FAILS *
072800*                       THE STEP RC 0020.                        *
072900******************************************************************
073000 1070-NUMERIC-CARD.
073100     EVALUATE WS-CC-KEYWORD
073200         WHEN 'RETMAX'
073300             PERFORM 1080-NUMERIC-VALUE THRU 1080-EXIT
073400             IF NOT CC-VALUE-BAD
073500                 IF WS-CC-NUMERIC = 0
073600                  OR WS-CC-NUMERIC > WS-RET-CEILING
073700                     PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
073800                 ELSE
073900                     MOVE WS-CC-NUMERIC TO WS-RET-MAX
074000                 END-IF
074100             END-IF
074200         WHEN OTHER
074300             DISPLAY 'HELLO15 - BAD CONTROL CARD KEYWORD: '
074400                 WS-CC-KEYWORD
074500             MOVE 0020 TO DL100-RETURN-CODE
074600             SET ABORT-RUN TO TRUE
074700     END-EVALUATE.
074800 1070-EXIT.
074900     EXIT.
075000*
075100******************************************************************
075200* 1080-NUMERIC-VALUE  -  CONVERT THE CARD'S LEFT-JUSTIFIED        *
075300*                        VALUE DIGITS INTO WS-CC-NUMERIC.  A      *
075400*                        VALUE WITH NO DIGITS, OR WITH ANYTHING   *
075500*                        OTHER THAN DIGITS BEFORE THE FIRST       *
075600*                        SPACE, IS A BAD CARD - RC 0020.          *
075700******************************************************************
075800 1080-NUMERIC-VALUE.
075900     MOVE 0     TO WS-CC-NUMERIC.
076000     MOVE SPACE TO WS-CC-SCAN-SW.
076100     PERFORM 1085-ONE-VALUE-DIGIT THRU 1085-EXIT
076200         VARYING WS-CC-SUB FROM 1 BY 1
076300             UNTIL WS-CC-SUB > 20
076400                OR CC-VALUE-ENDED
076500                OR CC-VALUE-BAD.
076600     IF WS-CC-VALUE (1:1) = SPACE
076700         SET CC-VALUE-BAD TO TRUE
076800     END-IF.
076900     IF CC-VALUE-BAD
077000         PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
077100     END-IF.
077200 1080-EXIT.
077300     EXIT.
077400*
077500 1085-ONE-VALUE-DIGIT.
077600     IF WS-CC-VALUE (WS-CC-SUB:1) = SPACE
077700         SET CC-VALUE-ENDED TO TRUE
077800         GO TO 1085-EXIT
077900     END-IF.
078000     IF WS-CC-VALUE (WS-CC-SUB:1) IS NOT NUMERIC
078100         SET CC-VALUE-BAD TO TRUE
078200         GO TO 1085-EXIT
078300     END-IF.
078400     MOVE WS-CC-VALUE (WS-CC-SUB:1) TO WS-CC-DIGIT.
078500     COMPUTE WS-CC-NUMERIC =
078600         (WS-CC-NUMERIC * 10) + WS-CC-DIGIT.
078700 1085-EXIT.
078800     EXIT.
078900*
079000******************************************************************
079100* 1100-LOAD-RETURNS  -  LOAD THE KEYS OF THE ITEMS THE POSTING     *
079200*                       STEP RETURNED UNPAID.  NO NSFIN MEANS      *
079300*                       NO ITEM IS SKIPPED AS RETURNED; ANY        *
079310*                       OTHER OPEN FAILURE FAILS THE STEP RC 0020. *
079400******************************************************************
079500 1100-LOAD-RETURNS.
079600     OPEN INPUT NSFIN.
079700     IF NOT NSFIN-OK
079800         DISPLAY 'HELLO15 - UNABLE TO OPEN NSFIN, STATUS = '
079900             WS-NSFIN-STATUS
079910         MOVE 0020 TO DL100-RETURN-CODE
079920         SET ABORT-RUN TO TRUE
080000         GO TO 1100-EXIT
080100     END-IF.
080200     PERFORM 1110-LOAD-ONE-RETURN THRU 1110-EXIT
080300         UNTIL NSFIN-AT-EOF.
080400     CLOSE NSFIN.
080500     DISPLAY 'HELLO15 - RETURNED ITEMS LOADED = ' WS-RET-COUNT.
080600 1100-EXIT.
080700     EXIT.
080800*
080900 1110-LOAD-ONE-RETURN.
081000     READ NSFIN
081100         AT END
081200             MOVE 'Y' TO WS-NSFIN-EOF-SW
081300             GO TO 1110-EXIT
081400     END-READ.
081500     MOVE NSFIN-REC TO DL100-NSF-RETURN-RECORD.
081600     IF WS-RET-COUNT >= WS-RET-MAX
081700         IF NOT RETURN-TABLE-FULL
081800             SET RETURN-TABLE-FULL TO TRUE
081900             DISPLAY 'HELLO15 - RETURNED-ITEM TABLE FULL - ITEMS '
082000                 'BEYOND ' WS-RET-MAX ' ARE REPLAYED AS POSTED'
082100             MOVE 0016 TO DL100-RETURN-CODE
082200         END-IF
082300         GO TO 1110-EXIT
082400     END-IF.
082500     ADD 1 TO WS-RET-COUNT.
082600     MOVE DL100-NR-TRAN-IMAGE (1:30) TO WS-RET-KEY (WS-RET-COUNT).
082700 1110-EXIT.
082800     EXIT.
