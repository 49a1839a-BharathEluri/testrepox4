000100******************************************************************
000200*                                                                *
000300*    GLBREC  -  GENERAL-LEDGER BALANCE RECORD                    *
000400*                                                                *
000500*    THE PERSISTENT GL BALANCE FILE KEPT BY THE SUBLEDGER-TO-GL  *
000600*    PROOF STEP (HELLO25), ONE GENERATION PER NIGHT.  EACH RUN   *
000700*    READS THE LAST GENERATION, ADDS THE NIGHT'S GL JOURNAL (AND *
000800*    ANY MANUAL LEDGER ENTRIES) TO IT AND WRITES THE NEXT.       *
000900*                                                                *
001000*    RECORD TYPE H - ONE HEADER: THE POSTING DATE OF THE LAST    *
001100*    JOURNAL APPLIED (A JOURNAL FOR THAT DATE OR EARLIER IS      *
001200*    NEVER ADDED TWICE), AND THE TAKE-ON POSITION AND DATE FROM  *
001300*    THE FIRST RUN.  TYPE A - ONE PER GL ACCOUNT: THE CUMULATIVE *
001400*    BALANCE, DEBIT POSITIVE AND CREDIT NEGATIVE, AND THE LAST   *
001500*    NIGHT IT MOVED.  TYPE R - ONE PER RECONCILING-ITEM CATEGORY *
001600*    (NSF RETURNS, POSTING EXCEPTIONS): THE CUMULATIVE AMOUNT    *
001700*    JOURNALLED BUT NEVER POSTED TO THE ACCOUNT MASTER, SIGNED   *
001800*    AS ON THE EXTRACT.                                          *
001900*                                                                *
002000*    MODIFICATION HISTORY                                        *
002100*    DATE       BY    DESCRIPTION                                *
002200*    ---------- ----- -------------------------------------      *
002300*    2026-10-15 DLM   ORIGINAL COPYBOOK.                         *
002400*                                                                *
002500******************************************************************
002600 01  DL100-GL-BALANCE-RECORD.
002700     05  DL100-GB-REC-TYPE           PIC X(01).
002800         88  DL100-GB-HEADER                     VALUE 'H'.
002900         88  DL100-GB-ACCOUNT-LINE               VALUE 'A'.
003000         88  DL100-GB-RECON-LINE                 VALUE 'R'.
003100     05  DL100-GB-KEY                PIC X(10).
003200     05  DL100-GB-BALANCE            PIC S9(13)V99.
003300     05  DL100-GB-LAST-DATE          PIC X(08).
003400     05  DL100-GB-LAST-MOVEMENT      PIC S9(11)V99.
003500     05  DL100-GB-OPENED-DATE        PIC X(08).
003600     05  FILLER                      PIC X(25).
