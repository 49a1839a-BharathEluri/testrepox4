002034*                     MISTAKEN RERUN POSTED ON THE SECOND        *
002035*                     SUBMIT.                                    *
002036*                                                                *
002038*    2026-10-15 DLM   OVERDRAFT LIMITS.  A WD OR FE DEBIT THAT   *
002040*                     WOULD TAKE THE BALANCE BELOW THE NEGATIVE  *
002042*                     OF THE ACCOUNT'S OVERDRAFT LIMIT (ACCTREC, *
002044*                     OR THE ODLIMIT CARD WHEN THE MASTER        *
002046*                     CARRIES NONE) IS RETURNED UNPAID - NOT     *
002048*                     POSTED, WRITTEN TO THE RETURNED-ITEMS      *
002050*                     FILE (NSFOUT, NSFREC) AND LISTED ON NSFRPT *
002052*                     WITH THE ATTEMPTED AMOUNT AND THE FUNDS    *
002054*                     AVAILABLE.  EACH RETURNED WD RAISES AN     *
002056*                     NSF FEE (NSFFEE CARD) ON A TRANREC FEED    *
002058*                     UNDER SOURCE NSFF (FEEOUT) WITH ITS OWN    *
002060*                     CONTROL RECORD (FEECTL) FOR THE NEXT       *
002062*                     NIGHT'S EXTRACT.  RETURNED ITEMS COUNT IN  *
002064*                     THE CTLIN RECORD AND DOLLAR TIE-BACK.      *
002066*    2026-10-15 DLM   HIGH-VOLUME SEQUENTIAL POSTING MODE        *
002068*                     (RUNMODE SEQPST).  TRANIN IS SORTED INTO   *
002070*                     ACCOUNT ORDER, KEEPING FILE ORDER WITHIN   *
002072*                     EACH ACCOUNT, AND POSTED IN ONE            *
002074*                     OLD-MASTER TO NEW-MASTER PASS - ACCTMST    *
002076*                     IS READ FRONT TO BACK AND LEFT UNTOUCHED,  *
002078*                     EVERY ACCOUNT IS WRITTEN FORWARD TO        *
002080*                     ACCTNEW, POSTED OR NOT.  THE SAME EDITS,   *
002082*                     MAINTENANCE, FUNDS TEST, JOURNAL AND       *
002084*                     CTLIN TIE-BACK APPLY, SO BOTH MODES LEAVE  *
002086*                     THE SAME BALANCES.  ACCTMST IS NOW ACCESS  *
002088*                     DYNAMIC SO ONE SELECT SERVES BOTH MODES.   *
002090*                                                                *
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.    HELLO7.
003600         FILE STATUS IS WS-TRANIN-STATUS.
003700*    THE ACCOUNT MASTER IS AN INDEXED FILE KEYED BY ACCOUNT
003800*    NUMBER.  OPTIONAL SO THE VERY FIRST POSTING RUN CAN CREATE
003900*    IT FROM SCRATCH.  DYNAMIC ACCESS - A NORMAL RUN READS AND
003910*    REWRITES IT BY KEY, A SEQUENTIAL-MODE RUN READS IT FRONT TO
003920*    BACK AS THE OLD MASTER.
004000     SELECT OPTIONAL ACCTMST ASSIGN TO ACCTMST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE  IS DYNAMIC
004300         RECORD KEY   IS DL100-AC-ACCOUNT-NO
004400         FILE STATUS  IS WS-ACCTMST-STATUS.
004410*    ACCTNEW IS THE NEW MASTER A SEQUENTIAL-MODE RUN WRITES -
004420*    EVERY ACCOUNT ON THE OLD MASTER PLUS EVERY ACCOUNT THE RUN
004430*    CREATES, IN KEY ORDER.  SORTWK IS THE WORK FILE THAT PUTS
004440*    TRANIN INTO ACCOUNT ORDER FOR THE SAME RUN.
004450     SELECT ACCTNEW ASSIGN TO ACCTNEW
004460         ORGANIZATION IS INDEXED
004470         ACCESS MODE  IS SEQUENTIAL
004480         RECORD KEY   IS DL100-AN-ACCOUNT-NO
004490         FILE STATUS  IS WS-ACCTNEW-STATUS.
004495     SELECT SORTWK  ASSIGN TO SORTWK.
004500*    CTLIN IS THE EXTRACT RUN'S CTLOUT - ITS RECONCILED RECORD
004600*    COUNT AND AMOUNT TOTAL IN CTLREC FORMAT.
004700     SELECT OPTIONAL CTLIN  ASSIGN TO CTLIN
005300     SELECT AUDTRL  ASSIGN TO AUDTRL
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-AUDTRL-STATUS.
005505*    NSFOUT IS THE NIGHT'S RETURNED-ITEMS FILE (NSFREC) - ONE
005510*    RECORD PER WD OR FE DEBIT REFUSED FOR WANT OF FUNDS, WITH
005515*    THE FUNDS AVAILABLE AND THE LIMIT IT WAS REFUSED AGAINST.
005520*    NSFRPT LISTS THE SAME ITEMS FOR THE BRANCHES.
005525     SELECT NSFOUT  ASSIGN TO NSFOUT
005530         ORGANIZATION IS LINE SEQUENTIAL
005535         FILE STATUS IS WS-NSFOUT-STATUS.
005540     SELECT NSFRPT  ASSIGN TO NSFRPT
005545         ORGANIZATION IS LINE SEQUENTIAL
005550         FILE STATUS IS WS-NSFRPT-STATUS.
005555*    FEEOUT IS THE NSF FEE FEED (TRANREC, SOURCE NSFF) AND
005560*    FEECTL ITS CONTROL RECORD (CTLREC) - THE NEXT NIGHT'S
005565*    EXTRACT STEP READS THEM AS AN ORDINARY UPSTREAM SOURCE.
005570     SELECT FEEOUT  ASSIGN TO FEEOUT
005575         ORGANIZATION IS LINE SEQUENTIAL
005580         FILE STATUS IS WS-FEEOUT-STATUS.
005585     SELECT FEECTL  ASSIGN TO FEECTL
005590         ORGANIZATION IS LINE SEQUENTIAL
005595         FILE STATUS IS WS-FEECTL-STATUS.
005600 DATA           DIVISION.
005700 FILE           SECTION.
005800 FD  TRANIN
006300*
006400     COPY ACCTREC.
006500*
006510 FD  ACCTNEW
006520     RECORD CONTAINS 80 CHARACTERS.
006530*    THE NEW MASTER CARRIES THE SAME LAYOUT AS ACCTREC - ONLY
006540*    THE KEY FIELD NEEDS ITS OWN NAME UNDER THIS FD.
006550 01  DL100-ACCOUNT-NEW.
006560     05  DL100-AN-ACCOUNT-NO         PIC X(10).
006570     05  DL100-AN-BODY               PIC X(70).
006575*    THE SORT RECORD IS A TRANREC IMAGE - ONLY THE ACCOUNT
006580*    NUMBER, THE SORT KEY, NEEDS ITS OWN NAME.
006585 SD  SORTWK.
006590 01  SORTWK-REC.
006592     05  FILLER                      PIC X(12).
006594     05  SORTWK-ACCOUNT-NO           PIC X(10).
006596     05  FILLER                      PIC X(58).
006600 FD  CTLIN
006700     RECORDING MODE IS F.
006800 01  CTLIN-REC                      PIC X(80).
006900 FD  PSTRPT
007000     RECORDING MODE IS F.
007100 01  PSTRPT-REC                     PIC X(80).
007105 FD  NSFOUT
007110     RECORDING MODE IS F.
007115 01  NSFOUT-REC                     PIC X(80).
007120 FD  NSFRPT
007125     RECORDING MODE IS F.
007130 01  NSFRPT-REC                     PIC X(80).
007135 FD  FEEOUT
007140     RECORDING MODE IS F.
007145 01  FEEOUT-REC                     PIC X(80).
007150 FD  FEECTL
007155     RECORDING MODE IS F.
007160 01  FEECTL-REC                     PIC X(80).
007200 FD  AUDTRL
007300     RECORDING MODE IS F.
007400 01  AUDTRL-REC                     PIC X(80).
008600     05  WS-ACCTMST-STATUS          PIC XX       VALUE '00'.
008700         88  ACCTMST-OK                          VALUE '00' '05'.
008800         88  ACCTMST-NOT-FOUND                   VALUE '23'.
008805     05  WS-NSFOUT-STATUS           PIC XX       VALUE '00'.
008810         88  NSFOUT-OK                            VALUE '00'.
008815     05  WS-NSFRPT-STATUS           PIC XX       VALUE '00'.
008820         88  NSFRPT-OK                            VALUE '00'.
008825     05  WS-FEEOUT-STATUS           PIC XX       VALUE '00'.
008830         88  FEEOUT-OK                            VALUE '00'.
008835     05  WS-FEECTL-STATUS           PIC XX       VALUE '00'.
008840         88  FEECTL-OK                            VALUE '00'.
008845     05  WS-ACCTNEW-STATUS          PIC XX       VALUE '00'.
008850         88  ACCTNEW-OK                           VALUE '00'.
008900     05  WS-CTLIN-STATUS            PIC XX       VALUE '00'.
009000         88  CTLIN-OK                             VALUE '00'.
009100         88  CTLIN-EOF                            VALUE '10'.
010560         88  JOURNAL-TABLE-FULL                   VALUE 'Y'.
010570     05  WS-TOUCH-REFUSED-SW        PIC X        VALUE 'N'.
010580         88  TOUCH-REFUSED                        VALUE 'Y'.
010586     05  WS-ITEM-RETURNED-SW        PIC X        VALUE 'N'.
010592         88  ITEM-RETURNED                        VALUE 'Y'.
010594     05  WS-SEQ-MODE-SW             PIC X        VALUE 'N'.
010596         88  SEQUENTIAL-MODE                      VALUE 'Y'.
010600*
010700 01  WS-COUNTERS                    COMP.
010800     05  WS-RECORDS-READ            PIC 9(9)     VALUE 0.
011120     05  WS-JRNL-RECORDS-READ       PIC 9(9)     VALUE 0.
011130     05  WS-ACCOUNTS-RESTORED       PIC 9(9)     VALUE 0.
011140     05  WS-ACCOUNTS-DELETED        PIC 9(9)     VALUE 0.
011150     05  WS-RECORDS-RETURNED        PIC 9(9)     VALUE 0.
011160     05  WS-NSF-FEES-RAISED         PIC 9(9)     VALUE 0.
011170     05  WS-OLD-MASTERS-READ        PIC 9(9)     VALUE 0.
011180     05  WS-NEW-MASTERS-WRITTEN     PIC 9(9)     VALUE 0.
011190     05  WS-MASTERS-EXPECTED        PIC 9(9)     VALUE 0.
011200*
011300 01  WS-CONTROL-TOTALS.
011400     05  WS-CTL-CONTROL-COUNT       PIC 9(09)      VALUE 0.
011600     05  WS-CTL-RUN-DATE            PIC X(08)      VALUE SPACES.
011700     05  WS-POSTED-AMOUNT-TOTAL     PIC S9(11)V99  VALUE 0.
011800     05  WS-RECON-COUNT             PIC 9(09)      VALUE 0.
011805     05  WS-RECON-AMOUNT            PIC S9(11)V99  VALUE 0.
011810     05  WS-RETURNED-AMOUNT-TOTAL   PIC S9(11)V99  VALUE 0.
011820     05  WS-NSF-FEE-TOTAL           PIC S9(11)V99  VALUE 0.
011900*
011910*    THE RUN DATE THE LAST COMPLETED POSTING RUN RECORDED ON
011920*    PSTCOUT - SPACES WHEN THERE IS NO PRIOR RECORD (FIRST RUN
012010*
012020     COPY TRANREC.
012100*
012105*    SEQUENTIAL-MODE MATCH WORK - THE NEXT OLD-MASTER RECORD
012110*    WAITING TO BE MATCHED (KEY HIGH-VALUES AT END OF FILE), THE
012115*    ACCOUNT WHOSE MASTER IS HELD IN THE ACCTREC AREA TAKING THIS
012120*    RUN'S POSTINGS, AND THE LAST ACCOUNT JOURNALLED.  THE EXTRACT
012125*    IS IN ACCOUNT ORDER, SO AN ACCOUNT'S POSTINGS ARRIVE TOGETHER
012130*    AND THE FIRST-TOUCH TABLE ONLY HOLDS THE ACCOUNT IN HAND.
012135 01  WS-SEQ-WORK.
012140     05  WS-SQ-OLD-MASTER           PIC X(80)    VALUE SPACES.
012145     05  WS-SQ-OLD-KEY              PIC X(10)    VALUE SPACES.
012150     05  WS-SQ-OLD-TAKEN-SW         PIC X(01)    VALUE 'N'.
012155         88  SQ-OLD-TAKEN                        VALUE 'Y'.
012160     05  WS-SQ-HELD-SW              PIC X(01)    VALUE 'N'.
012165         88  SQ-MASTER-HELD                      VALUE 'Y'.
012170     05  WS-SQ-HELD-KEY             PIC X(10)    VALUE SPACES.
012175     05  WS-SQ-TOUCHED-KEY          PIC X(10)    VALUE SPACES.
012180*
012200     COPY CTLREC.
012300*
012400     COPY AUDTREC.
014086 01  WS-CARD-WORK.
014087     05  WS-CC-KEYWORD              PIC X(16)    VALUE SPACES.
014088     05  WS-CC-VALUE                PIC X(20)    VALUE SPACES.
014089     05  WS-CC-NUMERIC              PIC 9(09)    VALUE 0   COMP.
014090     05  WS-CC-DIGIT                PIC 9(01)    VALUE 0.
014091     05  WS-CC-SUB                  PIC 9(02)    VALUE 0   COMP.
014092     05  WS-CC-SCAN-SW              PIC X(01)    VALUE SPACE.
014093         88  CC-VALUE-ENDED                      VALUE 'E'.
014094         88  CC-VALUE-BAD                        VALUE 'B'.
014100*
014200 01  WS-AUDIT-TIMESTAMPS.
014300     05  WS-RUN-START-DATE          PIC 9(08)    VALUE 0.
014400     05  WS-RUN-START-TIME          PIC 9(08)    VALUE 0.
014500*
014505*    OVERDRAFT WORK AREA - THE DEFAULT LIMIT FOR A MASTER THAT
014510*    CARRIES NONE (ODLIMIT CARD) AND THE FEE RAISED PER RETURNED
014515*    WD (NSFFEE CARD), BOTH WHOLE BASE-CURRENCY UNITS; THE LIMIT
014520*    IN FORCE AND THE FUNDS AVAILABLE FOR THE ACCOUNT IN HAND;
014525*    AND THE FEE FEED'S NEXT SEQUENCE NUMBER.
014530 01  WS-NSF-WORK.
014535     05  WS-DEFAULT-OD-LIMIT        PIC 9(05)      VALUE 0.
014540     05  WS-NSF-FEE                 PIC 9(05)      VALUE 25.
014545     05  WS-OD-LIMIT                PIC 9(05)      VALUE 0.
014550     05  WS-AVAILABLE               PIC S9(11)V99  VALUE 0.
014555     05  WS-FEE-SEQUENCE            PIC 9(08)      VALUE 0.
014560*
014565     COPY NSFREC.
014570*
014600 01  WS-POST-HEADING-1.
014700     05  FILLER                     PIC X(01)    VALUE SPACE.
014800     05  FILLER                     PIC X(36)    VALUE
018800         'DOLLARS POSTED          ='.
018900     05  WS-PT-AMOUNT               PIC -Z(10)9.99.
019000     05  FILLER                     PIC X(38)    VALUE SPACES.
019001 01  WS-POST-TRAILER-5.
019002     05  FILLER                     PIC X(01)    VALUE SPACE.
019003     05  FILLER                     PIC X(26)    VALUE
019004         'RETURNED UNPAID (NSF)   ='.
019005     05  WS-PT-RETURNED             PIC Z(08)9.
019006     05  FILLER                     PIC X(44)    VALUE SPACES.
019007 01  WS-POST-TRAILER-6.
019008     05  FILLER                     PIC X(01)    VALUE SPACE.
019009     05  FILLER                     PIC X(26)    VALUE
019010         'NEW MASTER RECORDS      ='.
019011     05  WS-PT-NEW-MASTERS          PIC Z(08)9.
019012     05  FILLER                     PIC X(44)    VALUE SPACES.
019013*
019014*    RETURNED-ITEMS REPORT (NSFRPT) - ONE LINE PER DEBIT REFUSED
019015*    FOR WANT OF FUNDS, SHOWING WHAT WAS ATTEMPTED AGAINST WHAT
019016*    WAS AVAILABLE (BALANCE PLUS OVERDRAFT LIMIT).
019017 01  WS-NSF-HEADING-1.
019018     05  FILLER                     PIC X(01)    VALUE SPACE.
019019     05  FILLER                     PIC X(43)    VALUE
019020         'HELLO7 RETURNED ITEMS (NSF) - RUN DATE'.
019021     05  WS-NH-RUN-DATE             PIC X(08)    VALUE SPACES.
019022     05  FILLER                     PIC X(28)    VALUE SPACES.
019023 01  WS-NSF-HEADING-2.
019024     05  FILLER                     PIC X(01)    VALUE SPACE.
019025     05  FILLER                     PIC X(41)    VALUE
019026         'SRCE SEQUENCE ACCOUNT-NO TY     ATTEMPTED'.
019027     05  FILLER                     PIC X(38)    VALUE
019028         '       AVAILABLE LIMIT FEE'.
019029 01  WS-NSF-DETAIL.
019030     05  FILLER                     PIC X(01)    VALUE SPACE.
019031     05  WS-ND-SOURCE-CODE          PIC X(04)    VALUE SPACES.
019032     05  FILLER                     PIC X(01)    VALUE SPACE.
019033     05  WS-ND-SEQUENCE-NO          PIC X(08)    VALUE SPACES.
019034     05  FILLER                     PIC X(01)    VALUE SPACE.
019035     05  WS-ND-ACCOUNT-NO           PIC X(10)    VALUE SPACES.
019036     05  FILLER                     PIC X(01)    VALUE SPACE.
019037     05  WS-ND-TRANS-TYPE           PIC X(02)    VALUE SPACES.
019038     05  FILLER                     PIC X(01)    VALUE SPACE.
019039     05  WS-ND-ATTEMPTED            PIC -Z(08)9.99.
019040     05  FILLER                     PIC X(01)    VALUE SPACE.
019041     05  WS-ND-AVAILABLE            PIC -Z(10)9.99.
019042     05  FILLER                     PIC X(01)    VALUE SPACE.
019043     05  WS-ND-OD-LIMIT             PIC Z(04)9.
019044     05  FILLER                     PIC X(01)    VALUE SPACE.
019045     05  WS-ND-FEE-FLAG             PIC X(03)    VALUE SPACES.
019046     05  FILLER                     PIC X(12)    VALUE SPACES.
019047 01  WS-NSF-TRAILER-1.
019048     05  FILLER                     PIC X(01)    VALUE SPACE.
019049     05  FILLER                     PIC X(26)    VALUE
019050         'ITEMS RETURNED          ='.
019051     05  WS-NT-RETURNED             PIC Z(08)9.
019052     05  FILLER                     PIC X(44)    VALUE SPACES.
019053 01  WS-NSF-TRAILER-2.
019054     05  FILLER                     PIC X(01)    VALUE SPACE.
019055     05  FILLER                     PIC X(26)    VALUE
019056         'DOLLARS RETURNED        ='.
019057     05  WS-NT-AMOUNT               PIC -Z(10)9.99.
019058     05  FILLER                     PIC X(38)    VALUE SPACES.
019059 01  WS-NSF-TRAILER-3.
019060     05  FILLER                     PIC X(01)    VALUE SPACE.
019061     05  FILLER                     PIC X(26)    VALUE
019062         'NSF FEES RAISED         ='.
019063     05  WS-NT-FEES                 PIC Z(08)9.
019064     05  FILLER                     PIC X(44)    VALUE SPACES.
019100*
019200 LINKAGE        SECTION.
019300*
020300     IF NOT ABORT-RUN AND NOT BACKOUT-MODE
020400         PERFORM 1600-LOAD-CONTROLS    THRU 1600-EXIT
020410         PERFORM 1650-CHECK-RUN-GUARD  THRU 1650-EXIT
020411         IF NOT ABORT-RUN AND SEQUENTIAL-MODE
020412             PERFORM 4000-SORT-AND-POST    THRU 4000-EXIT
020413         END-IF
020414         IF NOT ABORT-RUN AND NOT SEQUENTIAL-MODE
020415             PERFORM 2000-POST-EXTRACT     THRU 2000-EXIT
020416         END-IF
020420         IF NOT ABORT-RUN
020600             PERFORM 8000-RECONCILE        THRU 8000-EXIT
020610             PERFORM 8300-WRITE-POSTED-DATE THRU 8300-EXIT
020615             PERFORM 8400-WRITE-FEE-CONTROL THRU 8400-EXIT
020620         END-IF
020700     END-IF.
020800     PERFORM 8500-WRITE-AUDIT      THRU 8500-EXIT.
022300             MOVE 0020 TO DL100-RETURN-CODE
022400             GO TO 1000-EXIT
022410         END-IF
022411         IF WS-RUN-MODE = 'SEQPST'
022412             SET SEQUENTIAL-MODE TO TRUE
022413             DISPLAY 'HELLO7 - SEQUENTIAL RUN - TRANIN IN '
022414                 'ACCOUNT ORDER, ACCTMST CARRIED TO ACCTNEW'
022415*            THE SORT OPENS TRANIN ITSELF - IT IS OPENED ABOVE
022416*            ONLY SO A MISSING EXTRACT FAILS THE RUN FIRST.
022417             CLOSE TRANIN
022418         END-IF
022420         OPEN OUTPUT JRNLOUT
022430         IF NOT JRNLOUT-OK
022440             DISPLAY 'HELLO7 - UNABLE TO OPEN JRNLOUT, STATUS = '
022480             GO TO 1000-EXIT
022490         END-IF
022500     END-IF.
022510*    A SEQUENTIAL-MODE RUN ONLY READS THE OLD MASTER - ITS
022520*    POSTINGS GO TO THE NEW MASTER ON ACCTNEW.
022530     IF SEQUENTIAL-MODE
022540         OPEN INPUT ACCTMST
022550     ELSE
022600         OPEN I-O ACCTMST
022650     END-IF.
022700     IF NOT ACCTMST-OK
022800         DISPLAY 'HELLO7 - UNABLE TO OPEN ACCTMST, STATUS = '
022900             WS-ACCTMST-STATUS
023100         MOVE 0020 TO DL100-RETURN-CODE
023200         GO TO 1000-EXIT
023300     END-IF.
023305     IF SEQUENTIAL-MODE
023310         OPEN OUTPUT ACCTNEW
023315         IF NOT ACCTNEW-OK
023320             DISPLAY 'HELLO7 - UNABLE TO OPEN ACCTNEW, STATUS = '
023325                 WS-ACCTNEW-STATUS
023330             SET ABORT-RUN TO TRUE
023335             MOVE 0020 TO DL100-RETURN-CODE
023340             GO TO 1000-EXIT
023345         END-IF
023350     END-IF.
023400     OPEN OUTPUT PSTRPT.
023500     IF NOT PSTRPT-OK
023600         DISPLAY 'HELLO7 - UNABLE TO OPEN PSTRPT, STATUS = '
024400     WRITE PSTRPT-REC.
024500     MOVE WS-POST-HEADING-2   TO PSTRPT-REC.
024600     WRITE PSTRPT-REC.
024602*    THE RETURNED-ITEMS FILES BELONG TO A POSTING RUN ONLY - A
024604*    BACKOUT RETURNS NOTHING AND RAISES NO FEES.
024606     IF BACKOUT-MODE
024608         GO TO 1000-EXIT
024610     END-IF.
024612     OPEN OUTPUT NSFOUT.
024614     IF NOT NSFOUT-OK
024616         DISPLAY 'HELLO7 - UNABLE TO OPEN NSFOUT, STATUS = '
024618             WS-NSFOUT-STATUS
024620         SET ABORT-RUN TO TRUE
024622         MOVE 0020 TO DL100-RETURN-CODE
024624         GO TO 1000-EXIT
024626     END-IF.
024628     OPEN OUTPUT NSFRPT.
024630     IF NOT NSFRPT-OK
024632         DISPLAY 'HELLO7 - UNABLE TO OPEN NSFRPT, STATUS = '
024634             WS-NSFRPT-STATUS
024636         SET ABORT-RUN TO TRUE
024638         MOVE 0020 TO DL100-RETURN-CODE
024640         GO TO 1000-EXIT
024642     END-IF.
024644     MOVE DL100-RUN-DATE      TO WS-NH-RUN-DATE.
024646     MOVE WS-NSF-HEADING-1    TO NSFRPT-REC.
024648     WRITE NSFRPT-REC.
024650     MOVE WS-NSF-HEADING-2    TO NSFRPT-REC.
024652     WRITE NSFRPT-REC.
024654     OPEN OUTPUT FEEOUT.
024656     IF NOT FEEOUT-OK
024658         DISPLAY 'HELLO7 - UNABLE TO OPEN FEEOUT, STATUS = '
024660             WS-FEEOUT-STATUS
024662         SET ABORT-RUN TO TRUE
024664         MOVE 0020 TO DL100-RETURN-CODE
024666         GO TO 1000-EXIT
024668     END-IF.
024700 1000-EXIT.
024800     EXIT.
024900*
026823*                        JOB LOG SO THE RUN'S OPTIONS ARE ON      *
026824*                        RECORD; A BAD KEYWORD FAILS THE STEP     *
026825*                        RC 0020 BEFORE ANY OTHER FILE IS         *
026826*                        OPENED.  CARDS (OVERRIDING THE PARM) -   *
026827*                        OPERATOR, RUNMODE, ODLIMIT AND NSFFEE.   *
026828******************************************************************
026829 1050-LOAD-CONTROL-CARDS.
026830     OPEN INPUT PARMCRD.
026863         WHEN 'RUNMODE'
026864             MOVE WS-CC-VALUE (1:6) TO WS-RUN-MODE
026865         WHEN OTHER
026866             PERFORM 1070-NUMERIC-CARD THRU 1070-EXIT
026870     END-EVALUATE.
026871 1060-NEXT.
026872     PERFORM 1055-READ-PARMCRD THRU 1055-EXIT.
030300 2000-POST-EXTRACT.
030400     PERFORM 2100-READ-TRANIN THRU 2100-EXIT.
030500     PERFORM 2200-POST-ONE    THRU 2200-EXIT
030600         UNTIL TRANIN-AT-EOF OR ABORT-RUN.
030700 2000-EXIT.
030800     EXIT.
030900*
030910******************************************************************
030920* 2100-READ-TRANIN  -  NEXT TRANSACTION - STRAIGHT FROM TRANIN,   *
030930*                      OR FROM THE SORT IN A SEQUENTIAL-MODE RUN. *
030940******************************************************************
031000 2100-READ-TRANIN.
031010     IF SEQUENTIAL-MODE
031020         GO TO 2100-RETURN-SORTED
031030     END-IF.
031100     READ TRANIN
031200         AT END
031300             MOVE 'Y' TO WS-TRANIN-EOF-SW
031500     END-READ.
031600     ADD 1 TO WS-RECORDS-READ.
031700     MOVE TRANIN-REC TO DL100-TRANS-RECORD.
031710     GO TO 2100-EXIT.
031720 2100-RETURN-SORTED.
031730     RETURN SORTWK
031740         AT END
031750             MOVE 'Y' TO WS-TRANIN-EOF-SW
031760             GO TO 2100-EXIT
031770     END-RETURN.
031780     ADD 1 TO WS-RECORDS-READ.
031790     MOVE SORTWK-REC TO DL100-TRANS-RECORD.
031800 2100-EXIT.
031900     EXIT.
032000*
033500         GO TO 2200-READ-NEXT
033600     END-IF.
033700     MOVE 'N' TO WS-NEW-ACCOUNT-SW.
033710*    A SEQUENTIAL-MODE RUN FINDS THE MASTER BY MATCHING THE
033720*    OLD MASTER FORWARD TO THIS ACCOUNT INSTEAD OF BY KEY.
033730     IF SEQUENTIAL-MODE
033740         PERFORM 4200-MATCH-MASTER THRU 4200-EXIT
033750     ELSE
033800         MOVE DL100-TR-ACCOUNT-NO TO DL100-AC-ACCOUNT-NO
033900         READ ACCTMST
034000             INVALID KEY
034100                 SET NEW-ACCOUNT TO TRUE
034200         END-READ
034205     END-IF.
034210     MOVE DL100-TR-TRANS-TYPE TO WS-MAINT-TYPE.
034220*    CLOSE, BLOCK AND UNBLOCK NEED AN ACCOUNT ALREADY ON FILE -
034230*    CREATING ONE JUST TO CLOSE IT WOULD HIDE A MISROUTED
034308     IF NEW-ACCOUNT
034400         PERFORM 2250-CREATE-ACCOUNT THRU 2250-EXIT
034500     END-IF.
034501*    A WD OR FE DEBIT MAY NOT TAKE THE BALANCE PAST THE
034502*    ACCOUNT'S OVERDRAFT LIMIT - IT IS RETURNED UNPAID AND THE
034503*    MASTER IS NOT TOUCHED (A FIRST-SEEN ACCOUNT IS NOT CREATED).
034504     PERFORM 2800-TEST-FUNDS THRU 2800-EXIT.
034505     IF ITEM-RETURNED
034506         PERFORM 2850-RETURN-ITEM THRU 2850-EXIT
034507         GO TO 2200-READ-NEXT
034508     END-IF.
034510*    THE BEFORE-IMAGE MUST BE CUT BEFORE 2300 CHANGES THE
034520*    RECORD.  A FIRST-SEEN ACCOUNT THE JOURNAL CANNOT COVER
034530*    (TABLE FULL) IS NOT POSTED AT ALL - AN UNJOURNALLED
034540*    CHANGE WOULD MAKE THE BACKOUT GUARANTEE A LIE.
034550     MOVE DL100-AC-CURR-BALANCE TO WS-BEFORE-BALANCE.
034551*    IN A SEQUENTIAL-MODE RUN AN ACCOUNT'S POSTINGS ARRIVE
034552*    TOGETHER, SO THE FIRST-TOUCH TABLE NEED ONLY HOLD THE
034553*    ACCOUNT IN HAND - IT IS CLEARED AT EACH NEW ACCOUNT.
034554     IF SEQUENTIAL-MODE
034555      AND DL100-AC-ACCOUNT-NO NOT = WS-SQ-TOUCHED-KEY
034556         MOVE DL100-AC-ACCOUNT-NO TO WS-SQ-TOUCHED-KEY
034557         MOVE 0 TO WS-TCH-COUNT
034558     END-IF.
034560     PERFORM 2600-JOURNAL-FIRST-TOUCH THRU 2600-EXIT.
034570     IF TOUCH-REFUSED
034580         MOVE 'JOURNAL TABLE FULL'   TO WS-PD-DESC
034620     ELSE
034630         PERFORM 2300-APPLY-AMOUNT THRU 2300-EXIT
034640     END-IF.
034645*    IN A SEQUENTIAL-MODE RUN THE UPDATED MASTER STAYS HELD UNTIL
034650*    THE RUN MOVES PAST ITS ACCOUNT - 4300 WRITES IT TO ACCTNEW.
034655     IF SEQUENTIAL-MODE
034660         IF NEW-ACCOUNT
034665             SET SQ-MASTER-HELD TO TRUE
034670             MOVE DL100-AC-ACCOUNT-NO TO WS-SQ-HELD-KEY
034675             ADD 1 TO WS-ACCOUNTS-CREATED
034680         END-IF
034685         GO TO 2200-COUNT-POSTED
034690     END-IF.
034700     IF NEW-ACCOUNT
034800         WRITE DL100-ACCOUNT-MASTER
034900             INVALID KEY
036000                 GO TO 2200-READ-NEXT
036100         END-REWRITE
036200     END-IF.
036250 2200-COUNT-POSTED.
036300     ADD 1 TO WS-RECORDS-POSTED.
036400     ADD DL100-TR-AMOUNT TO WS-POSTED-AMOUNT-TOTAL.
036410     PERFORM 2700-JOURNAL-DETAIL THRU 2700-EXIT.
043100*                    FOR) BUT ANY EXCEPTION AT ALL MEANS THE      *
043200*                    DOLLAR TIE CANNOT HOLD, WHICH IS THE POINT   *
043300*                    - THE TWO STEPS MAY NOT SILENTLY DIVERGE.    *
043320*                    ITEMS RETURNED UNPAID FOR WANT OF FUNDS WERE *
043340*                    REFUSED, NOT LOST, AND COUNT TOWARD BOTH     *
043360*                    TIES.                                        *
043400******************************************************************
043500 8000-RECONCILE.
043600     IF NOT CONTROL-TOTALS-FOUND
044300         MOVE 0008 TO DL100-RETURN-CODE
044400     END-IF.
044500     COMPUTE WS-RECON-COUNT = WS-RECORDS-POSTED
044600                            + WS-RECORDS-IN-ERROR
044610                            + WS-RECORDS-RETURNED.
044700     IF WS-RECON-COUNT NOT = WS-CTL-CONTROL-COUNT
044800         DISPLAY 'HELLO7 - CONTROL BREAK - RECORD COUNT '
044900             WS-RECON-COUNT ' DOES NOT TIE TO EXTRACT '
045000             WS-CTL-CONTROL-COUNT
045100         MOVE 0016 TO DL100-RETURN-CODE
045200     END-IF.
045210*    A RETURNED ITEM WAS REFUSED ON PURPOSE, NOT LOST - ITS
045220*    DOLLARS ARE ACCOUNTED FOR ON THE RETURNED-ITEMS FILE AND
045230*    COUNT TOWARD THE TIE.
045240     COMPUTE WS-RECON-AMOUNT = WS-POSTED-AMOUNT-TOTAL
045250                             + WS-RETURNED-AMOUNT-TOTAL.
045300     IF WS-RECON-AMOUNT NOT = WS-CTL-CONTROL-AMOUNT
045400         DISPLAY 'HELLO7 - CONTROL BREAK - POSTED AMOUNT '
045500             WS-RECON-AMOUNT ' DOES NOT TIE TO EXTRACT '
045600             WS-CTL-CONTROL-AMOUNT
045700         MOVE 0016 TO DL100-RETURN-CODE
045800     END-IF.
050600         MOVE WS-POSTED-AMOUNT-TOTAL TO WS-PT-AMOUNT
050700         MOVE WS-POST-TRAILER-4      TO PSTRPT-REC
050800         WRITE PSTRPT-REC
050801         PERFORM 8450-WRITE-RETURN-TRAILERS THRU 8450-EXIT
050802     END-IF.
050803     IF NOT ABORT-RUN AND SEQUENTIAL-MODE
050804         MOVE WS-NEW-MASTERS-WRITTEN TO WS-PT-NEW-MASTERS
050805         MOVE WS-POST-TRAILER-6      TO PSTRPT-REC
050806         WRITE PSTRPT-REC
050807         CLOSE ACCTNEW
050810     END-IF.
050820     IF NOT ABORT-RUN
050822         IF NOT BACKOUT-MODE AND NOT SEQUENTIAL-MODE
050824             CLOSE TRANIN
050826         END-IF
050830         IF NOT BACKOUT-MODE
050910             CLOSE JRNLOUT
050911             CLOSE NSFOUT
050912             CLOSE NSFRPT
050913             CLOSE FEEOUT
050920         END-IF
051000         CLOSE ACCTMST
051100         CLOSE PSTRPT
051300     DISPLAY 'HELLO7 - RECORDS READ      = ' WS-RECORDS-READ.
051400     DISPLAY 'HELLO7 - RECORDS POSTED    = ' WS-RECORDS-POSTED.
051500     DISPLAY 'HELLO7 - POSTING ERRORS    = ' WS-RECORDS-IN-ERROR.
051510     DISPLAY 'HELLO7 - RETURNED (NSF)    = ' WS-RECORDS-RETURNED.
051520     DISPLAY 'HELLO7 - NSF FEES RAISED   = ' WS-NSF-FEES-RAISED.
051600     DISPLAY 'HELLO7 - ACCOUNTS CREATED  = ' WS-ACCOUNTS-CREATED.
051610     DISPLAY 'HELLO7 - JOURNAL RECORDS   = '
051620         WS-JRNL-RECORDS-WRITTEN.
051680         DISPLAY 'HELLO7 - ACCOUNTS DELETED  = '
051690             WS-ACCOUNTS-DELETED
051691     END-IF.
051692     IF SEQUENTIAL-MODE
051693         DISPLAY 'HELLO7 - OLD MASTERS READ  = '
051694             WS-OLD-MASTERS-READ
051695         DISPLAY 'HELLO7 - NEW MASTERS       = '
051696             WS-NEW-MASTERS-WRITTEN
051697     END-IF.
051700     DISPLAY 'HELLO7 - FINAL RETURN CODE = ' DL100-RETURN-CODE.
051800     MOVE DL100-RETURN-CODE TO RETURN-CODE.
051900     DISPLAY 'HELLO7 - DAILY POSTING COMPLETE'.
052000 9999-EXIT.
052100     EXIT.
052200*
052300******************************************************************
052400* 1070-NUMERIC-CARD  -  THE KEYWORDS THAT CARRY A NUMBER - THE   *
052500*                       DEFAULT OVERDRAFT LIMIT (ODLIMIT) AND    *
052600*                       THE NSF FEE (NSFFEE), BOTH IN WHOLE      *
052700*                       BASE-CURRENCY UNITS.  ANY OTHER KEYWORD  *
052800*                       FAILS THE STEP RC 0020.                  *
052900******************************************************************
053000 1070-NUMERIC-CARD.
053100     EVALUATE WS-CC-KEYWORD
053200         WHEN 'ODLIMIT'
053300             PERFORM 1080-NUMERIC-VALUE THRU 1080-EXIT
053400             IF NOT CC-VALUE-BAD
053500                 IF WS-CC-NUMERIC > 99999
053600                     PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
053700                 ELSE
053800                     MOVE WS-CC-NUMERIC TO WS-DEFAULT-OD-LIMIT
053900                 END-IF
054000             END-IF
054100         WHEN 'NSFFEE'
054200             PERFORM 1080-NUMERIC-VALUE THRU 1080-EXIT
054300             IF NOT CC-VALUE-BAD
054400                 IF WS-CC-NUMERIC > 99999
054500                     PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
054600                 ELSE
054700                     MOVE WS-CC-NUMERIC TO WS-NSF-FEE
054800                 END-IF
054900             END-IF
055000         WHEN OTHER
055100             DISPLAY 'HELLO7 - BAD CONTROL CARD KEYWORD: '
055200                 WS-CC-KEYWORD
055300             MOVE 0020 TO DL100-RETURN-CODE
055400             SET ABORT-RUN TO TRUE
055500     END-EVALUATE.
055600 1070-EXIT.
055700     EXIT.
055800*
055900******************************************************************
056000* 1080-NUMERIC-VALUE  -  CONVERT THE CARD'S LEFT-JUSTIFIED        *
056100*                        VALUE DIGITS INTO WS-CC-NUMERIC.  A      *
056200*                        VALUE WITH NO DIGITS, OR WITH ANYTHING   *
056300*                        OTHER THAN DIGITS BEFORE THE FIRST       *
056400*                        SPACE, IS A BAD CARD - RC 0020.          *
056500******************************************************************
056600 1080-NUMERIC-VALUE.
056700     MOVE 0     TO WS-CC-NUMERIC.
056800     MOVE SPACE TO WS-CC-SCAN-SW.
056900     PERFORM 1085-ONE-VALUE-DIGIT THRU 1085-EXIT
057000         VARYING WS-CC-SUB FROM 1 BY 1
057100             UNTIL WS-CC-SUB > 20
057200                OR CC-VALUE-ENDED
057300                OR CC-VALUE-BAD.
057400     IF WS-CC-VALUE (1:1) = SPACE
057500         SET CC-VALUE-BAD TO TRUE
057600     END-IF.
057700     IF CC-VALUE-BAD
057800         PERFORM 1090-BAD-CARD-VALUE THRU 1090-EXIT
057900     END-IF.
058000 1080-EXIT.
058100     EXIT.
058200*
058300 1085-ONE-VALUE-DIGIT.
058400     IF WS-CC-VALUE (WS-CC-SUB:1) = SPACE
058500         SET CC-VALUE-ENDED TO TRUE
058600         GO TO 1085-EXIT
058700     END-IF.
058800     IF WS-CC-VALUE (WS-CC-SUB:1) IS NOT NUMERIC
058900         SET CC-VALUE-BAD TO TRUE
059000         GO TO 1085-EXIT
059100     END-IF.
059200     MOVE WS-CC-VALUE (WS-CC-SUB:1) TO WS-CC-DIGIT.
059300     COMPUTE WS-CC-NUMERIC =
059400         (WS-CC-NUMERIC * 10) + WS-CC-DIGIT.
059500 1085-EXIT.
059600     EXIT.
059700*
059800 1090-BAD-CARD-VALUE.
059900     DISPLAY 'HELLO7 - BAD CONTROL CARD VALUE FOR '
060000         WS-CC-KEYWORD ': ' WS-CC-VALUE.
060100     MOVE 0020 TO DL100-RETURN-CODE.
060200     SET ABORT-RUN TO TRUE.
060300 1090-EXIT.
060400     EXIT.
060500*
060600******************************************************************
060700* 2800-TEST-FUNDS  -  DECIDE WHETHER THE DEBIT IN HAND WOULD TAKE *
060800*                     THE ACCOUNT PAST ITS OVERDRAFT LIMIT.  ONLY *
060900*                     WD AND FE DEBITS ARE TESTED - DEPOSITS,     *
061000*                     REVERSALS AND MAINTENANCE ALWAYS POST.  THE *
061100*                     LIMIT IS THE MASTER'S OWN, OR THE ODLIMIT   *
061200*                     CARD WHEN THE MASTER CARRIES NONE.  ITEMS   *
061300*                     ARE TESTED IN FILE ORDER AGAINST THE        *
061400*                     BALANCE AS EARLIER POSTINGS LEFT IT.        *
061500******************************************************************
061600 2800-TEST-FUNDS.
061700     MOVE 'N' TO WS-ITEM-RETURNED-SW.
061800     IF DL100-TR-TRANS-TYPE NOT = 'WD'
061900      AND DL100-TR-TRANS-TYPE NOT = 'FE'
062000         GO TO 2800-EXIT
062100     END-IF.
062200     IF DL100-TR-AMOUNT NOT < 0
062300         GO TO 2800-EXIT
062400     END-IF.
062500*    THE NSF FEE ITSELF IS NEVER RETURNED - A RETURNED FEE WOULD
062600*    ONLY RAISE ANOTHER FEE THE NEXT NIGHT.
062700     IF DL100-TR-SOURCE-CODE = 'NSFF'
062800         GO TO 2800-EXIT
062900     END-IF.
063000     IF DL100-AC-OD-LIMIT IS NUMERIC
063100         MOVE DL100-AC-OD-LIMIT   TO WS-OD-LIMIT
063200     ELSE
063300         MOVE WS-DEFAULT-OD-LIMIT TO WS-OD-LIMIT
063400     END-IF.
063500     COMPUTE WS-AVAILABLE = DL100-AC-CURR-BALANCE + WS-OD-LIMIT.
063600     IF WS-AVAILABLE + DL100-TR-AMOUNT < 0
063700         SET ITEM-RETURNED TO TRUE
063800     END-IF.
063900 2800-EXIT.
064000     EXIT.
064100*
064200******************************************************************
064300* 2850-RETURN-ITEM  -  RETURN A DEBIT UNPAID.  THE ITEM GOES TO   *
064400*                      THE RETURNED-ITEMS FILE AND REPORT WITH    *
064500*                      THE FUNDS THAT WERE AVAILABLE, AND A       *
064600*                      RETURNED WD RAISES THE NSF FEE.  IT STILL  *
064700*                      COUNTS TOWARD THE CTLIN TIE-BACK - SEE     *
064800*                      8000-RECONCILE.                            *
064900******************************************************************
065000 2850-RETURN-ITEM.
065100     ADD 1 TO WS-RECORDS-RETURNED.
065200     ADD DL100-TR-AMOUNT TO WS-RETURNED-AMOUNT-TOTAL.
065300     MOVE SPACES                    TO DL100-NSF-RETURN-RECORD.
065400     MOVE DL100-TRANS-RECORD (1:57) TO DL100-NR-TRAN-IMAGE.
065500     MOVE WS-AVAILABLE              TO DL100-NR-AVAILABLE.
065600     MOVE WS-OD-LIMIT               TO DL100-NR-OD-LIMIT.
065700     MOVE DL100-NSF-RETURN-RECORD   TO NSFOUT-REC.
065800     WRITE NSFOUT-REC.
065900     MOVE DL100-TR-SOURCE-CODE TO WS-ND-SOURCE-CODE.
066000     MOVE DL100-TR-SEQUENCE-NO TO WS-ND-SEQUENCE-NO.
066100     MOVE DL100-TR-ACCOUNT-NO  TO WS-ND-ACCOUNT-NO.
066200     MOVE DL100-TR-TRANS-TYPE  TO WS-ND-TRANS-TYPE.
066300     MOVE DL100-TR-AMOUNT      TO WS-ND-ATTEMPTED.
066400     MOVE WS-AVAILABLE         TO WS-ND-AVAILABLE.
066500     MOVE WS-OD-LIMIT          TO WS-ND-OD-LIMIT.
066600     MOVE SPACES               TO WS-ND-FEE-FLAG.
066700     IF DL100-TR-TRANS-TYPE = 'WD' AND WS-NSF-FEE > 0
066800         MOVE 'YES'            TO WS-ND-FEE-FLAG
066900     END-IF.
067000     MOVE WS-NSF-DETAIL TO NSFRPT-REC.
067100     WRITE NSFRPT-REC.
067200     IF WS-ND-FEE-FLAG = 'YES'
067300         PERFORM 2870-WRITE-NSF-FEE THRU 2870-EXIT
067400     END-IF.
067500 2850-EXIT.
067600     EXIT.
067700*
067800******************************************************************
067900* 2870-WRITE-NSF-FEE  -  RAISE THE NSF FEE AS AN FE DEBIT ON THE  *
068000*                        FEE FEED (SOURCE NSFF), DATED THE RUN    *
068100*                        DATE, FOR THE NEXT NIGHT'S EXTRACT.  THE *
068200*                        FEE IS BUILT OVER THE RETURNED ITEM IN   *
068300*                        THE TRANREC AREA - THE CALLER READS THE  *
068400*                        NEXT RECORD STRAIGHT AFTER.              *
068500******************************************************************
068600 2870-WRITE-NSF-FEE.
068700     ADD 1 TO WS-FEE-SEQUENCE.
068800     MOVE 'NSFF'            TO DL100-TR-SOURCE-CODE.
068900     MOVE WS-FEE-SEQUENCE   TO DL100-TR-SEQUENCE-NO.
069000     MOVE DL100-RUN-DATE    TO DL100-TR-TRANS-DATE.
069100     MOVE 'FE'              TO DL100-TR-TRANS-TYPE.
069200     COMPUTE DL100-TR-AMOUNT = 0 - WS-NSF-FEE.
069300     MOVE SPACES            TO DL100-TR-CURRENCY-CODE.
069400     MOVE 0                 TO DL100-TR-ORIG-AMOUNT.
069500     MOVE SPACES            TO DL100-TRANS-RECORD (58:23).
069600     MOVE DL100-TRANS-RECORD TO FEEOUT-REC.
069700     WRITE FEEOUT-REC.
069800     ADD 1 TO WS-NSF-FEES-RAISED.
069900     ADD DL100-TR-AMOUNT TO WS-NSF-FEE-TOTAL.
070000 2870-EXIT.
070100     EXIT.
070200*
070300******************************************************************
070400* 4000-SORT-AND-POST  -  SEQUENTIAL-MODE POSTING.  TRANIN IS     *
070500*                        SORTED INTO ACCOUNT ORDER - DUPLICATES  *
070600*                        IN ORDER, SO AN ACCOUNT'S ITEMS KEEP    *
070700*                        THEIR FILE ORDER AND THE FUNDS TEST     *
070800*                        SEES THE SAME RUNNING BALANCE A NORMAL  *
070900*                        RUN WOULD - AND THE SORTED ITEMS ARE    *
071000*                        POSTED BY THE OUTPUT PROCEDURE IN ONE   *
071100*                        PASS OF THE OLD MASTER.  A FAILED SORT, *
071200*                        OR AN ACCTNEW THAT DOES NOT HOLD EVERY  *
071300*                        ACCOUNT, ABORTS THE RUN RC 0020 - THE   *
071400*                        NEW MASTER MUST NOT BE SWAPPED IN, AND  *
071500*                        THE RERUN GUARD KEEPS THE PRIOR RUN     *
071600*                        DATE SO THE NIGHT CAN BE RERUN FROM THE *
071700*                        TOP.                                    *
071800******************************************************************
071900 4000-SORT-AND-POST.
072000     SORT SORTWK
072100         ON ASCENDING KEY SORTWK-ACCOUNT-NO
072200         WITH DUPLICATES IN ORDER
072300         USING TRANIN
072400         OUTPUT PROCEDURE IS 4100-POST-SORTED THRU 4100-EXIT.
072500     IF SORT-RETURN NOT = 0
072600         DISPLAY 'HELLO7 - SORT OF TRANIN FAILED, SORT-RETURN = '
072700             SORT-RETURN
072800         SET ABORT-RUN TO TRUE
072900         MOVE 0020 TO DL100-RETURN-CODE
073000     END-IF.
073100     IF ABORT-RUN
073200         DISPLAY 'HELLO7 - ACCTNEW IS INCOMPLETE - DO NOT SWAP '
073300             'IT IN OVER ACCTMST'
073400     END-IF.
073500 4000-EXIT.
073600     EXIT.
073700*
073800******************************************************************
073900* 4100-POST-SORTED  -  THE SORT'S OUTPUT PROCEDURE.  PRIME THE   *
074000*                      OLD MASTER, POST EVERY SORTED ITEM        *
074100*                      THROUGH THE NORMAL POSTING LOOP, THEN     *
074200*                      WRITE AWAY THE LAST HELD MASTER AND COPY  *
074300*                      THE REST OF THE OLD MASTER FORWARD.       *
074400*                      EVERY OLD RECORD PLUS EVERY ACCOUNT       *
074500*                      CREATED MUST BE ON ACCTNEW.               *
074600******************************************************************
074700 4100-POST-SORTED.
074800     PERFORM 4500-READ-OLD-MASTER  THRU 4500-EXIT.
074900     PERFORM 2000-POST-EXTRACT     THRU 2000-EXIT.
075000     IF ABORT-RUN
075100         GO TO 4100-EXIT
075200     END-IF.
075300     PERFORM 4300-RELEASE-HELD     THRU 4300-EXIT.
075400     PERFORM 4400-COPY-OLD-MASTER  THRU 4400-EXIT
075500         UNTIL WS-SQ-OLD-KEY = HIGH-VALUES
075600            OR ABORT-RUN.
075700     IF ABORT-RUN
075800         GO TO 4100-EXIT
075900     END-IF.
076000     COMPUTE WS-MASTERS-EXPECTED = WS-OLD-MASTERS-READ
076100                                 + WS-ACCOUNTS-CREATED.
076200     IF WS-NEW-MASTERS-WRITTEN NOT = WS-MASTERS-EXPECTED
076300         DISPLAY 'HELLO7 - CONTROL BREAK - ACCTNEW HOLDS '
076400             WS-NEW-MASTERS-WRITTEN ' RECORDS, EXPECTED '
076500             WS-MASTERS-EXPECTED
076600         SET ABORT-RUN TO TRUE
076700         MOVE 0020 TO DL100-RETURN-CODE
076800     END-IF.
076900 4100-EXIT.
077000     EXIT.
077100*
077200******************************************************************
077300* 4200-MATCH-MASTER  -  FIND THE MASTER FOR THE ITEM IN HAND.    *
077400*                       THE MASTER HELD FOR THE PREVIOUS ACCOUNT *
077500*                       IS WRITTEN AWAY, OLD RECORDS FOR         *
077600*                       ACCOUNTS WITH NO ITEMS TONIGHT ARE       *
077700*                       COPIED FORWARD UNCHANGED, AND THE OLD    *
077800*                       RECORD FOR THIS ACCOUNT IS TAKEN INTO    *
077900*                       THE ACCTREC AREA.  NO OLD RECORD MEANS A *
078000*                       FIRST-SEEN ACCOUNT - NEW-ACCOUNT,        *
078100*                       EXACTLY AS AN INVALID KEY ON THE NORMAL  *
078200*                       RUN'S READ.                              *
078300******************************************************************
078400 4200-MATCH-MASTER.
078500     IF SQ-MASTER-HELD
078600      AND WS-SQ-HELD-KEY = DL100-TR-ACCOUNT-NO
078700         GO TO 4200-EXIT
078800     END-IF.
078900     PERFORM 4300-RELEASE-HELD     THRU 4300-EXIT.
079000     PERFORM 4400-COPY-OLD-MASTER  THRU 4400-EXIT
079100         UNTIL WS-SQ-OLD-KEY NOT < DL100-TR-ACCOUNT-NO
079200            OR ABORT-RUN.
079300     IF WS-SQ-OLD-KEY NOT = DL100-TR-ACCOUNT-NO
079400         SET NEW-ACCOUNT TO TRUE
079500         GO TO 4200-EXIT
079600     END-IF.
079700     MOVE WS-SQ-OLD-MASTER    TO DL100-ACCOUNT-MASTER.
079800     MOVE DL100-TR-ACCOUNT-NO TO WS-SQ-HELD-KEY.
079900     SET SQ-MASTER-HELD       TO TRUE.
080000     SET SQ-OLD-TAKEN         TO TRUE.
080100 4200-EXIT.
080200     EXIT.
080300*
080400******************************************************************
080500* 4300-RELEASE-HELD  -  WRITE THE HELD MASTER TO ACCTNEW.  WHEN  *
080600*                       IT CAME FROM THE OLD MASTER, THAT RECORD *
080700*                       IS SPENT - READ ITS SUCCESSOR NOW THE    *
080800*                       ACCTREC AREA IS FREE.                    *
080900******************************************************************
081000 4300-RELEASE-HELD.
081100     IF NOT SQ-MASTER-HELD
081200         GO TO 4300-EXIT
081300     END-IF.
081400     MOVE DL100-ACCOUNT-MASTER TO DL100-ACCOUNT-NEW.
081500     PERFORM 4600-WRITE-NEW-MASTER THRU 4600-EXIT.
081600     MOVE 'N' TO WS-SQ-HELD-SW.
081700     IF SQ-OLD-TAKEN
081800         PERFORM 4500-READ-OLD-MASTER THRU 4500-EXIT
081900     END-IF.
082000 4300-EXIT.
082100     EXIT.
082200*
082300 4400-COPY-OLD-MASTER.
082400     MOVE WS-SQ-OLD-MASTER TO DL100-ACCOUNT-NEW.
082500     PERFORM 4600-WRITE-NEW-MASTER THRU 4600-EXIT.
082600     PERFORM 4500-READ-OLD-MASTER  THRU 4500-EXIT.
082700 4400-EXIT.
082800     EXIT.
082900*
083000******************************************************************
083100* 4500-READ-OLD-MASTER  -  NEXT OLD-MASTER RECORD INTO THE MATCH *
083200*                          AREA, KEY HIGH-VALUES AT END OF FILE. *
083300*                          A READ ERROR WOULD DROP ACCOUNTS FROM *
083400*                          THE NEW MASTER - THE RUN IS ABORTED.  *
083500******************************************************************
083600 4500-READ-OLD-MASTER.
083700     MOVE 'N' TO WS-SQ-OLD-TAKEN-SW.
083800     READ ACCTMST NEXT RECORD
083900         AT END
084000             MOVE HIGH-VALUES TO WS-SQ-OLD-KEY
084100             GO TO 4500-EXIT
084200     END-READ.
084300     IF NOT ACCTMST-OK
084400         DISPLAY 'HELLO7 - ACCTMST READ FAILED, STATUS = '
084500             WS-ACCTMST-STATUS
084600         MOVE HIGH-VALUES TO WS-SQ-OLD-KEY
084700         SET ABORT-RUN TO TRUE
084800         MOVE 0020 TO DL100-RETURN-CODE
084900         GO TO 4500-EXIT
085000     END-IF.
085100     ADD 1 TO WS-OLD-MASTERS-READ.
085200     MOVE DL100-ACCOUNT-MASTER TO WS-SQ-OLD-MASTER.
085300     MOVE DL100-AC-ACCOUNT-NO  TO WS-SQ-OLD-KEY.
085400 4500-EXIT.
085500     EXIT.
085600*
085700 4600-WRITE-NEW-MASTER.
085800     WRITE DL100-ACCOUNT-NEW
085900         INVALID KEY
086000             DISPLAY 'HELLO7 - ACCTNEW WRITE FAILED FOR '
086100                 DL100-AN-ACCOUNT-NO ', STATUS = '
086200                 WS-ACCTNEW-STATUS
086300             SET ABORT-RUN TO TRUE
086400             MOVE 0020 TO DL100-RETURN-CODE
086500             GO TO 4600-EXIT
086600     END-WRITE.
086700     ADD 1 TO WS-NEW-MASTERS-WRITTEN.
086800 4600-EXIT.
086900     EXIT.
087000*
087100******************************************************************
087200* 8400-WRITE-FEE-CONTROL  -  THE NSF FEE FEED'S CONTROL RECORD   *
087300*                        (CTLREC, SOURCE NSFF) - COUNT AND AMOUNT*
087400*                        OF THE FEES RAISED, RUN DATE BLANK AS ON*
087500*                        ANY INBOUND CONTROL FILE - SO THE NEXT  *
087600*                        NIGHT'S EXTRACT CAN TIE THE FEED.  A    *
087700*                        NIGHT WITH NO RETURNS STILL WRITES A    *
087800*                        ZERO RECORD.                            *
087900******************************************************************
088000 8400-WRITE-FEE-CONTROL.
088100     OPEN OUTPUT FEECTL.
088200     IF NOT FEECTL-OK
088300         DISPLAY 'HELLO7 - UNABLE TO OPEN FEECTL, STATUS = '
088400             WS-FEECTL-STATUS
088500         MOVE 0016 TO DL100-RETURN-CODE
088600         GO TO 8400-EXIT
088700     END-IF.
088800     MOVE SPACES             TO DL100-CONTROL-RECORD.
088900     MOVE 'NSFF'             TO DL100-CT-SOURCE-CODE.
089000     MOVE WS-NSF-FEES-RAISED TO DL100-CT-CONTROL-COUNT.
089100     MOVE WS-NSF-FEE-TOTAL   TO DL100-CT-CONTROL-AMOUNT.
089200     MOVE DL100-CONTROL-RECORD TO FEECTL-REC.
089300     WRITE FEECTL-REC.
089400     CLOSE FEECTL.
089500 8400-EXIT.
089600     EXIT.
089700*
089800******************************************************************
089900* 8450-WRITE-RETURN-TRAILERS - RETURNED-ITEM COUNT ON PSTRPT,    *
090000*                        AND THE NSFRPT TRAILERS - ITEMS, AMOUNT *
090100*                        RETURNED AND FEES RAISED.               *
090200******************************************************************
090300 8450-WRITE-RETURN-TRAILERS.
090400     MOVE WS-RECORDS-RETURNED    TO WS-PT-RETURNED.
090500     MOVE WS-POST-TRAILER-5      TO PSTRPT-REC.
090600     WRITE PSTRPT-REC.
090700     MOVE WS-RECORDS-RETURNED    TO WS-NT-RETURNED.
090800     MOVE WS-NSF-TRAILER-1       TO NSFRPT-REC.
090900     WRITE NSFRPT-REC.
091000     MOVE WS-RETURNED-AMOUNT-TOTAL TO WS-NT-AMOUNT.
091100     MOVE WS-NSF-TRAILER-2       TO NSFRPT-REC.
091200     WRITE NSFRPT-REC.
091300     MOVE WS-NSF-FEES-RAISED     TO WS-NT-FEES.
091400     MOVE WS-NSF-TRAILER-3       TO NSFRPT-REC.
091500     WRITE NSFRPT-REC.
091600 8450-EXIT.
091700     EXIT.
