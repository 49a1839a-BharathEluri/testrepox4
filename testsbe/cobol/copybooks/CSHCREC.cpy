000100******************************************************************
000200*                                                                *
000300*    CSHCREC  -  LARGE-CASH CANDIDATE RECORD                     *
000400*                                                                *
000500*    ONE RECORD PER CANDIDATE THE LARGE-CASH MONITOR (HELLO27)   *
000600*    RAISES FOR THE COMPLIANCE TEAM'S FILING SYSTEM (CSHCAND).   *
000700*    THE KIND SAYS WHY THE ACCOUNT WAS RAISED -                  *
000800*                                                                *
000900*        S  SINGLE ITEM - ONE DP OR WD OVER THE THRESHOLD.  THE  *
001000*           ITEM'S SOURCE/SEQUENCE KEY IS CARRIED.               *
001100*        D  SAME DAY - SEVERAL SMALLER ITEMS OF ONE TYPE ON ONE  *
001200*           DAY WHOSE TOTAL IS OVER THE THRESHOLD.               *
001300*        R  ROLLING - SEVERAL SMALLER ITEMS OF ONE TYPE OVER THE *
001400*           ROLLING WINDOW WHOSE TOTAL IS OVER THE THRESHOLD.    *
001500*                                                                *
001600*    THE FROM AND TO DATES ARE THE ITEM'S DATE FOR A SINGLE      *
001700*    ITEM, THE DAY FOR A SAME-DAY CANDIDATE AND THE WINDOW FOR A *
001800*    ROLLING ONE.  THE COUNT AND AMOUNT ARE THE ITEMS THAT MAKE  *
001900*    UP THE CANDIDATE, IN BASE CURRENCY, AND THE THRESHOLD IS    *
002000*    THE ONE IN FORCE FOR THE RUN.  THE AMOUNT IS ALWAYS A       *
002010*    MAGNITUDE - A WD CANDIDATE IS NOT CARRIED NEGATIVE, THOUGH  *
002020*    THE ITEMS ARE DEBITS ON TRANOUT AND TRANHIST.               *
002100*                                                                *
002200*    MODIFICATION HISTORY                                        *
002300*    DATE       BY    DESCRIPTION                                *
002400*    ---------- ----- -------------------------------------      *
002500*    2026-10-15 DLM   ORIGINAL COPYBOOK.                         *
002600*                                                                *
002700******************************************************************
002800 01  DL100-CASH-CANDIDATE-RECORD.
002900     05  DL100-LC-RUN-DATE           PIC X(08).
003000     05  DL100-LC-ACCOUNT-NO         PIC X(10).
003100     05  DL100-LC-KIND               PIC X(01).
003200         88  DL100-LC-SINGLE                     VALUE 'S'.
003300         88  DL100-LC-SAME-DAY                   VALUE 'D'.
003400         88  DL100-LC-ROLLING                    VALUE 'R'.
003500     05  DL100-LC-TRANS-TYPE         PIC X(02).
003600     05  DL100-LC-FROM-DATE          PIC X(08).
003700     05  DL100-LC-TO-DATE            PIC X(08).
003800     05  DL100-LC-ITEM-COUNT         PIC 9(04).
003900     05  DL100-LC-AMOUNT             PIC S9(11)V99.
004000     05  DL100-LC-TRAN-KEY           PIC X(12).
004100     05  DL100-LC-THRESHOLD          PIC 9(09).
004200     05  FILLER                      PIC X(05).
