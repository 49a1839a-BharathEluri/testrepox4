000100******************************************************************
000200*                                                                *
000300*    ADJEREC  -  MANUAL-ADJUSTMENT ENTRY RECORD                  *
000400*                                                                *
000500*    ONE MANUAL ADJUSTMENT AS KEYED BY THE OPERATOR WHO RAISES   *
000600*    IT (THE MAKER), READ BY THE ADJUSTMENT ENTRY STEP           *
000700*    (HELLO23).  THE AMOUNT IS SIGNED BASE CURRENCY - A CREDIT   *
000800*    TO THE ACCOUNT IS POSITIVE.  THE OPERATOR ID IS THE MAKER'S *
000900*    OWN SIGN-ON; THE REASON CODE IS THE ADJUSTMENT DESK'S CODE  *
001000*    AND THE TEXT A SHORT NOTE.  NOTHING KEYED HERE REACHES THE  *
001100*    MASTER UNTIL A SECOND OPERATOR APPROVES IT (ADJAREC).       *
001200*                                                                *
001300*    MODIFICATION HISTORY                                       *
001400*    DATE       BY    DESCRIPTION                                *
001500*    ---------- ----- -------------------------------------      *
001600*    2026-10-15 DLM   ORIGINAL COPYBOOK.                         *
001700*                                                                *
001800******************************************************************
001900 01  DL100-ADJ-ENTRY-RECORD.
002000     05  DL100-AE-ACCOUNT-NO         PIC X(10).
002100     05  DL100-AE-AMOUNT             PIC S9(9)V99.
002200     05  DL100-AE-OPERATOR-ID        PIC X(08).
002300     05  DL100-AE-REASON-CODE        PIC X(02).
002400     05  DL100-AE-REASON-TEXT        PIC X(12).
002500     05  FILLER                      PIC X(37).
