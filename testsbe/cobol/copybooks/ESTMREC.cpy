000100******************************************************************
000200*                                                                *
000300*    ESTMREC  -  E-STATEMENT EXTRACT RECORD                      *
000400*                                                                *
000500*    THE FIXED-FORMAT EXTRACT THE MONTHLY STATEMENT STEP         *
000600*    (HELLO19) HANDS TO THE E-STATEMENT DELIVERY SERVICE.  PER   *
000700*    STATEMENT ONE HEADER RECORD (TYPE H) WITH THE OPENING AND   *
000800*    CLOSING BALANCES, FOLLOWED BY ONE DETAIL RECORD (TYPE D)    *
000900*    PER HISTORY LINE IN THE PERIOD WITH ITS RUNNING BALANCE.    *
001000*    ONE FILE TRAILER (TYPE T) CLOSES THE EXTRACT WITH THE       *
001100*    STATEMENT COUNT, RECORD COUNT AND CLOSING-BALANCE TOTAL     *
001200*    SO THE RECEIVER CAN PROVE IT GOT THE WHOLE FILE.  ONLY      *
001300*    STATEMENTS WHOSE REPLAYED CLOSING TIES TO THE MONTH-END     *
001400*    SNAPSHOT ARE EXTRACTED.                                     *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    DATE       BY    DESCRIPTION                                *
001800*    ---------- ----- -------------------------------------      *
001900*    2026-10-15 DLM   ORIGINAL COPYBOOK.                         *
001910*    2026-10-15 DLM   DIVERTED FLAG NOW ALSO CARRIES R FOR AN    *
001920*                     ITEM RETURNED UNPAID.                      *
002000*                                                                *
002100******************************************************************
002200 01  DL100-ESTATEMENT-RECORD.
002300     05  DL100-ES-RECORD-TYPE        PIC X(01).
002400         88  DL100-ES-HEADER                     VALUE 'H'.
002500         88  DL100-ES-DETAIL                     VALUE 'D'.
002600         88  DL100-ES-TRAILER                    VALUE 'T'.
002700     05  DL100-ES-ACCOUNT-NO         PIC X(10).
002800     05  DL100-ES-PERIOD             PIC 9(06).
002900     05  DL100-ES-DATA               PIC X(63).
003000     05  DL100-ES-HEADER-DATA REDEFINES DL100-ES-DATA.
003100         10  DL100-ES-OPEN-BALANCE   PIC S9(11)V99.
003200         10  DL100-ES-CLOSE-BALANCE  PIC S9(11)V99.
003300         10  DL100-ES-LINE-COUNT     PIC 9(05).
003400         10  DL100-ES-ACC-STATUS     PIC X(01).
003500         10  FILLER                  PIC X(31).
003600     05  DL100-ES-DETAIL-DATA REDEFINES DL100-ES-DATA.
003700         10  DL100-ES-TRANS-DATE     PIC X(08).
003800         10  DL100-ES-TRANS-TYPE     PIC X(02).
003900         10  DL100-ES-TRAN-KEY       PIC X(12).
004000         10  DL100-ES-AMOUNT         PIC S9(9)V99.
004100         10  DL100-ES-CURRENCY-CODE  PIC X(03).
004200         10  DL100-ES-ORIG-AMOUNT    PIC S9(9)V99.
004300         10  DL100-ES-RUN-BALANCE    PIC S9(11)V99.
004400         10  DL100-ES-DIVERTED-FLAG  PIC X(01).
004410             88  DL100-ES-DIVERTED           VALUE 'D'.
004420             88  DL100-ES-RETURNED           VALUE 'R'.
004500         10  FILLER                  PIC X(02).
004600     05  DL100-ES-TRAILER-DATA REDEFINES DL100-ES-DATA.
004700         10  DL100-ES-STATEMENT-COUNT PIC 9(09).
004800         10  DL100-ES-RECORD-COUNT   PIC 9(09).
004900         10  DL100-ES-CLOSE-TOTAL    PIC S9(13)V99.
005000         10  FILLER                  PIC X(30).
