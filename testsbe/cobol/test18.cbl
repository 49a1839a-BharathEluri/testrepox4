002000*    DATE       BY    DESCRIPTION                                *
002100*    ---------- ----- -------------------------------------      *
002200*    2026-09-01 DLM   ORIGINAL.                                  *
002210*    2026-10-15 DLM   REVERSED AND RETURNED ITEMS.  A REVERSED   *
002220*                     ITEM PRINTS NOTE REVERSED WITH A LINE      *
002230*                     NAMING ITS RV, AND AN RV A LINE NAMING     *
002240*                     THE ITEM IT REVERSES.  AN ITEM THE         *
002250*                     POSTING STEP RETURNED UNPAID PRINTS NOTE   *
002260*                     RETURNED AND IS LEFT OUT OF THE RUNNING    *
002270*                     BALANCE.                                   *
002271*    2026-10-15 DLM   ACCTMST (OPTIONAL) - THE ACCOUNT'S MASTER  *
002272*                     RECORD CLOSES THE REPORT, OR A NOTE THAT   *
002273*                     IT IS NOT ON THE MASTER SUPPLIED.  AN      *
002274*                     ACCOUNT THE ANNUAL PURGE (HELLO28) HAS     *
002275*                     ARCHIVED IS ANSWERED BY POINTING TRANHIST  *
002276*                     AND ACCTMST AT THE ARCHIVE FILES, WHICH    *
002277*                     CARRY THE SAME LAYOUTS AND KEYS.           *
002300*                                                                *
002400******************************************************************
002500 IDENTIFICATION DIVISION.
003600         ACCESS MODE  IS DYNAMIC
003700         RECORD KEY   IS DL100-TH-KEY
003800         FILE STATUS  IS WS-TRANHIST-STATUS.
003810*    ACCTMST IS OPTIONAL - WITHOUT IT THE MASTER LINE IS LEFT
003820*    OFF.  IT IS THE LIVE MASTER OR, FOR AN ARCHIVED ACCOUNT,
003830*    THE ACCOUNT ARCHIVE.
003840     SELECT OPTIONAL ACCTMST ASSIGN TO ACCTMST
003850         ORGANIZATION IS INDEXED
003860         ACCESS MODE  IS RANDOM
003870         RECORD KEY   IS DL100-AC-ACCOUNT-NO
003880         FILE STATUS  IS WS-ACCTMST-STATUS.
003900     SELECT ACTRPT  ASSIGN TO ACTRPT
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-ACTRPT-STATUS.
005700*
005800     COPY TRNHREC.
005900*
005910 FD  ACCTMST
005920     RECORD CONTAINS 80 CHARACTERS.
005930*
005940     COPY ACCTREC.
005950*
006000 FD  ACTRPT
006100     RECORDING MODE IS F.
006200 01  ACTRPT-REC                     PIC X(80).
008000     05  WS-TRANHIST-STATUS         PIC XX       VALUE '00'.
008100         88  TRANHIST-OK                         VALUE '00' '05'.
008200         88  TRANHIST-EOF                        VALUE '10'.
008210     05  WS-ACCTMST-STATUS          PIC XX       VALUE '00'.
008220         88  ACCTMST-OK                          VALUE '00' '05'.
008230         88  ACCTMST-NOT-SUPPLIED                VALUE '05'.
008300     05  WS-ACTRPT-STATUS           PIC XX       VALUE '00'.
008400         88  ACTRPT-OK                            VALUE '00'.
008500     05  WS-AUDTRL-STATUS           PIC XX       VALUE '00'.
009500         88  HISTORY-DONE                        VALUE 'Y'.
009600     05  WS-ABORT-SW                PIC X        VALUE 'N'.
009700         88  ABORT-RUN                            VALUE 'Y'.
009710     05  WS-MASTER-SW               PIC X        VALUE 'N'.
009720         88  MASTER-SUPPLIED                     VALUE 'Y'.
009800*
009900 01  WS-COUNTERS                    COMP.
010000     05  WS-RECORDS-READ            PIC 9(9)     VALUE 0.
010100     05  WS-LINES-PRINTED           PIC 9(9)     VALUE 0.
010200     05  WS-RECORDS-DIVERTED        PIC 9(9)     VALUE 0.
010210     05  WS-RECORDS-RETURNED        PIC 9(9)     VALUE 0.
010300*
010400*    THE INQUIRY REQUEST - ACCOUNT AND DATE RANGE, FROM THE
010500*    PARM OR THE CONTROL CARDS.
017100         'CLOSING BALANCE         ='.
017200     05  WS-AT-BALANCE              PIC -Z(10)9.99.
017300     05  FILLER                     PIC X(38)    VALUE SPACES.
017310 01  WS-ACT-TRAILER-3.
017320     05  FILLER                     PIC X(01)    VALUE SPACE.
017330     05  FILLER                     PIC X(26)    VALUE
017340         'MASTER STATUS/LAST ACT   ='.
017350     05  WS-AT-STATUS               PIC X(01)    VALUE SPACE.
017360     05  FILLER                     PIC X(01)    VALUE SPACE.
017370     05  WS-AT-LAST-ACT             PIC X(08)    VALUE SPACES.
017380     05  FILLER                     PIC X(09)    VALUE
017390         ' BALANCE '.
017391     05  WS-AT-MASTER-BAL           PIC -Z(10)9.99.
017392     05  FILLER                     PIC X(19)    VALUE SPACES.
017400 01  WS-ACT-NOTE-LINE.
017500     05  FILLER                     PIC X(01)    VALUE SPACE.
017600     05  WS-AN-TEXT                 PIC X(79)    VALUE SPACES.
024700         MOVE 0020 TO DL100-RETURN-CODE
024800         GO TO 1000-EXIT
024900     END-IF.
024905     OPEN INPUT ACCTMST.
024910     IF NOT ACCTMST-OK
024915         DISPLAY 'HELLO18 - UNABLE TO OPEN ACCTMST, STATUS = '
024920             WS-ACCTMST-STATUS
024925         SET ABORT-RUN TO TRUE
024930         MOVE 0020 TO DL100-RETURN-CODE
024935         GO TO 1000-EXIT
024940     END-IF.
024945     IF NOT ACCTMST-NOT-SUPPLIED
024950         SET MASTER-SUPPLIED TO TRUE
024955     END-IF.
025000     OPEN OUTPUT ACTRPT.
025100     IF NOT ACTRPT-OK
025200         DISPLAY 'HELLO18 - UNABLE TO OPEN ACTRPT, STATUS = '
039700         WHEN DL100-TH-AMOUNT IS NOT NUMERIC
039800             MOVE 'BAD AMT ' TO WS-AD-NOTE
039900             MOVE 0016 TO DL100-RETURN-CODE
039910*        AN ITEM THE POSTING STEP RETURNED UNPAID NEVER MOVED
039920*        THE BALANCE.
039930         WHEN DL100-TH-NSF-RETURNED
039940             ADD 1 TO WS-RECORDS-RETURNED
039950             MOVE 'RETURNED' TO WS-AD-NOTE
040000         WHEN OTHER
040100             ADD DL100-TH-AMOUNT TO WS-RUN-BALANCE
040200     END-EVALUATE.
040210     IF DL100-TH-REVERSED AND WS-AD-NOTE = SPACES
040220         MOVE 'REVERSED' TO WS-AD-NOTE
040230     END-IF.
040300     IF DL100-TH-TRANS-DATE >= WS-INQ-FROM-DATE
040400      AND DL100-TH-TRANS-DATE <= WS-INQ-TO-DATE
040500         PERFORM 2400-PRINT-ONE-LINE THRU 2400-EXIT
044200     MOVE WS-ACT-DETAIL       TO ACTRPT-REC.
044300     WRITE ACTRPT-REC.
044400     ADD 1 TO WS-LINES-PRINTED.
044410*    A REVERSED ITEM AND ITS RV EACH NAME THE OTHER, SO THE PAIR
044420*    READS TOGETHER WHICHEVER HALF FALLS IN THE DATE RANGE.
044430     IF DL100-TH-LINK-REF NOT = SPACES
044440         PERFORM 2450-PRINT-LINK THRU 2450-EXIT
044450     END-IF.
044500 2400-EXIT.
044600     EXIT.
044700*
044702 2450-PRINT-LINK.
044704     MOVE SPACES TO WS-AN-TEXT.
044706     IF DL100-TH-REVERSED
044708         STRING '          REVERSED BY '  DELIMITED BY SIZE
044710                DL100-TH-LINK-TRAN-KEY    DELIMITED BY SIZE
044712                ' OF '                    DELIMITED BY SIZE
044714                DL100-TH-LINK-TRANS-DATE  DELIMITED BY SIZE
044716           INTO WS-AN-TEXT
044718     ELSE
044720         STRING '          REVERSES '     DELIMITED BY SIZE
044722                DL100-TH-LINK-TRAN-KEY    DELIMITED BY SIZE
044724                ' OF '                    DELIMITED BY SIZE
044726                DL100-TH-LINK-TRANS-DATE  DELIMITED BY SIZE
044728           INTO WS-AN-TEXT
044730     END-IF.
044732     MOVE WS-ACT-NOTE-LINE TO ACTRPT-REC.
044734     WRITE ACTRPT-REC.
044736 2450-EXIT.
044738     EXIT.
044740*
044800******************************************************************
044900* 2900-NO-ACTIVITY  -  NOTHING ON THE HISTORY FOR THE ACCOUNT.     *
045000*                      THAT IS AN ANSWER, BUT A SURPRISING ONE -   *
047700     MOVE WS-RUN-BALANCE   TO WS-AT-BALANCE.
047800     MOVE WS-ACT-TRAILER-2 TO ACTRPT-REC.
047900     WRITE ACTRPT-REC.
047910     PERFORM 8100-MASTER-RECORD THRU 8100-EXIT.
048000 8000-EXIT.
048100     EXIT.
048200*
048300******************************************************************
048302* 8100-MASTER-RECORD  -  THE ACCOUNT'S MASTER RECORD - STATUS,   *
048304*                        LAST ACTIVITY AND BALANCE - UNDER THE   *
048306*                        REPLAYED CLOSING BALANCE.  AN ACCOUNT   *
048308*                        NOT ON THE MASTER SUPPLIED IS NOTED RC  *
048310*                        0004; ONE ARCHIVED BY THE ANNUAL PURGE  *
048312*                        IS ANSWERED FROM THE ARCHIVE FILES.     *
048314******************************************************************
048316 8100-MASTER-RECORD.
048318     IF NOT MASTER-SUPPLIED
048320         GO TO 8100-EXIT
048322     END-IF.
048324     MOVE WS-INQ-ACCOUNT TO DL100-AC-ACCOUNT-NO.
048326     READ ACCTMST
048328         INVALID KEY
048330             DISPLAY 'HELLO18 - ACCOUNT NOT ON THE MASTER FILE '
048332                 'SUPPLIED: ' WS-INQ-ACCOUNT
048334             MOVE 'ACCOUNT NOT ON THE MASTER FILE SUPPLIED - IF '
048336                 TO WS-AN-TEXT
048338             MOVE 'CLOSED, SEE THE ARCHIVE' TO WS-AN-TEXT (46:)
048340             MOVE WS-ACT-NOTE-LINE TO ACTRPT-REC
048342             WRITE ACTRPT-REC
048344             IF DL100-RETURN-CODE < 0004
048346                 MOVE 0004 TO DL100-RETURN-CODE
048348             END-IF
048350             GO TO 8100-EXIT
048352     END-READ.
048354     MOVE DL100-AC-STATUS        TO WS-AT-STATUS.
048356     MOVE DL100-AC-LAST-ACTIVITY TO WS-AT-LAST-ACT.
048358     MOVE DL100-AC-CURR-BALANCE  TO WS-AT-MASTER-BAL.
048360     MOVE WS-ACT-TRAILER-3       TO ACTRPT-REC.
048362     WRITE ACTRPT-REC.
048364 8100-EXIT.
048366     EXIT.
048368*
048370******************************************************************
048400* 8500-WRITE-AUDIT  -  APPEND ONE AUDIT-TRAIL RECORD FOR THIS RUN *
048500******************************************************************
048600 8500-WRITE-AUDIT.
054900     PERFORM 9100-WRITE-STATUS THRU 9100-EXIT.
055000     IF NOT ABORT-RUN
055100         CLOSE TRANHIST
055110         CLOSE ACCTMST
055200         CLOSE ACTRPT
055300     END-IF.
055400     DISPLAY 'HELLO18 - HISTORY RECORDS READ = '
055700         WS-LINES-PRINTED.
055800     DISPLAY 'HELLO18 - DIVERTED RECORDS     = '
055900         WS-RECORDS-DIVERTED.
055910     DISPLAY 'HELLO18 - RETURNED RECORDS     = '
055920         WS-RECORDS-RETURNED.
056000     DISPLAY 'HELLO18 - FINAL RETURN CODE    = '
056100         DL100-RETURN-CODE.
056200     MOVE DL100-RETURN-CODE TO RETURN-CODE.
