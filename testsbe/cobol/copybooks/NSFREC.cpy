000100******************************************************************
000200*                                                                *
000300*    NSFREC  -  RETURNED-ITEM (NSF) RECORD                       *
000400*                                                                *
000500*    ONE RECORD PER WD OR FE DEBIT THE POSTING STEP (HELLO7)     *
000600*    REFUSED BECAUSE IT WOULD HAVE TAKEN THE ACCOUNT PAST ITS    *
000700*    OVERDRAFT LIMIT.  THE FIRST 57 BYTES ARE THE REFUSED        *
000800*    TRANSACTION EXACTLY AS IT ARRIVED ON TRANOUT (TRANREC       *
000900*    LAYOUT), FOLLOWED BY THE FUNDS THAT WERE AVAILABLE - THE    *
001000*    BALANCE PLUS THE LIMIT - AND THE LIMIT ITSELF AT THE        *
001100*    MOMENT OF REFUSAL.  THE SOURCE/SEQUENCE KEY IS WHAT THE     *
001200*    REPLAY STEPS MATCH ON TO SKIP A RETURNED ITEM THE SAME      *
001300*    WAY THE POSTING STEP DID.                                   *
001400*                                                                *
001500*    MODIFICATION HISTORY                                       *
001600*    DATE       BY    DESCRIPTION                                *
001700*    ---------- ----- -------------------------------------      *
001800*    2026-10-15 DLM   ORIGINAL COPYBOOK.                         *
001900*                                                                *
002000******************************************************************
002100 01  DL100-NSF-RETURN-RECORD.
002200     05  DL100-NR-TRAN-IMAGE.
002300         10  DL100-NR-TRAN-KEY.
002400             15  DL100-NR-SOURCE-CODE PIC X(04).
002500             15  DL100-NR-SEQUENCE-NO PIC 9(08).
002600         10  DL100-NR-ACCOUNT-NO     PIC X(10).
002700         10  DL100-NR-TRANS-DATE     PIC X(08).
002800         10  DL100-NR-TRANS-TYPE     PIC X(02).
002900         10  DL100-NR-AMOUNT         PIC S9(9)V99.
003000         10  DL100-NR-CURRENCY-CODE  PIC X(03).
003100         10  DL100-NR-ORIG-AMOUNT    PIC S9(9)V99.
003200     05  DL100-NR-AVAILABLE          PIC S9(11)V99.
003300     05  DL100-NR-OD-LIMIT           PIC 9(05).
003400     05  FILLER                      PIC X(05).
