000100******************************************************************
000200*                                                                *
000300*    ODLREC  -  OVERDRAFT-LIMIT MAINTENANCE RECORD               *
000400*                                                                *
000500*    ONE RECORD PER ACCOUNT WHOSE OVERDRAFT LIMIT IS TO BE SET,  *
000600*    KEYED IN BY THE CREDIT DESK AND APPLIED TO THE ACCOUNT      *
000700*    MASTER BY THE LIMIT-MAINTENANCE STEP (HELLO21).  THE NEW    *
000800*    LIMIT IS WHOLE BASE-CURRENCY UNITS; ZERO WITHDRAWS AN       *
000900*    ACCOUNT'S OVERDRAFT ALTOGETHER.  REQUESTED-BY AND REASON    *
001000*    ARE PRINTED ON THE MAINTENANCE REPORT AS THE RECORD OF WHO  *
001100*    ASKED FOR THE CHANGE AND WHY.                               *
001200*                                                                *
001300*    MODIFICATION HISTORY                                       *
001400*    DATE       BY    DESCRIPTION                                *
001500*    ---------- ----- -------------------------------------      *
001600*    2026-10-15 DLM   ORIGINAL COPYBOOK.                         *
001700*                                                                *
001800******************************************************************
001900 01  DL100-OD-LIMIT-RECORD.
002000     05  DL100-OL-ACCOUNT-NO         PIC X(10).
002100     05  DL100-OL-NEW-LIMIT          PIC 9(05).
002200     05  DL100-OL-REQUESTED-BY       PIC X(08).
002300     05  DL100-OL-REASON             PIC X(30).
002400     05  FILLER                      PIC X(27).
