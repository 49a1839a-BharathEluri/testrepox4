000100******************************************************************
000200*                                                                *
000300*    CALREC  -  BUSINESS-DAY CALENDAR RECORD                     *
000400*                                                                *
000500*    THE OPERATOR-MAINTAINED CALENDAR OF BUSINESS DAYS AND       *
000600*    HOLIDAYS READ BY EVERY STEP THAT DOES DATE ARITHMETIC       *
000700*    (CALIN).  ONE RECORD PER CALENDAR MONTH, IN                 *
000800*    ASCENDING YEAR-MONTH ORDER WITH NO GAPS, A WHOLE YEAR AT A  *
000900*    TIME.  EACH DAY OF THE MONTH CARRIES ONE CODE -             *
001000*                                                                *
001100*        B  BUSINESS DAY - THE BANK IS OPEN AND THE WAREHOUSE    *
001200*           LOADS.                                               *
001300*        H  HOLIDAY - A WEEKDAY THE BANK IS CLOSED.              *
001400*        W  WEEKEND.                                             *
001500*        X  NO SUCH DAY (THE 29TH-31ST OF A SHORT MONTH).        *
001600*                                                                *
001700*    THE CALENDAR VALIDATION STEP (HELLO26) PROVES THE FILE AND  *
001800*    WARNS WHEN NEXT YEAR HAS NOT BEEN LOADED.                   *
001900*                                                                *
002000*    MODIFICATION HISTORY                                        *
002100*    DATE       BY    DESCRIPTION                                *
002200*    ---------- ----- -------------------------------------      *
002300*    2026-10-15 DLM   ORIGINAL COPYBOOK.                         *
002400*                                                                *
002500******************************************************************
002600 01  DL100-CALENDAR-RECORD.
002700     05  DL100-CA-YEAR-MONTH.
002800         10  DL100-CA-YEAR           PIC 9(04).
002900         10  DL100-CA-MONTH          PIC 9(02).
003000     05  DL100-CA-DAY-CODES.
003100         10  DL100-CA-DAY-CODE       PIC X(01)
003200                                     OCCURS 31 TIMES.
003300             88  DL100-CA-BUSINESS-DAY           VALUE 'B'.
003400             88  DL100-CA-HOLIDAY                VALUE 'H'.
003500             88  DL100-CA-WEEKEND                VALUE 'W'.
003600             88  DL100-CA-NO-SUCH-DAY            VALUE 'X'.
003700     05  DL100-CA-MAINTAINED-BY      PIC X(08).
003800     05  DL100-CA-MAINTAINED-DATE    PIC X(08).
003900     05  FILLER                      PIC X(27).
