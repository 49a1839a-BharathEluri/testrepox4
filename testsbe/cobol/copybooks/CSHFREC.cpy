000100******************************************************************
000200*                                                                *
000300*    CSHFREC  -  LARGE-CASH ALREADY-FILED RECORD                 *
000400*                                                                *
000500*    ONE RECORD PER CANDIDATE THE LARGE-CASH MONITOR (HELLO27)   *
000600*    HAS ALREADY SENT FOR FILING, KEPT IN ACCOUNT ORDER ON THE   *
000700*    FILED FILE.  EACH RUN READS THE LAST GENERATION (CSHFIN)    *
000800*    AND WRITES THE NEXT (CSHFOUT), DROPPING RECORDS FILED       *
000900*    BEFORE THE ROLLING WINDOW AND ADDING THE RUN'S NEW          *
001000*    CANDIDATES.  WHILE AN ACCOUNT HAS A SAME-DAY OR ROLLING     *
001100*    RECORD FOR A TRANSACTION TYPE IN THE WINDOW IT IS NOT       *
001200*    RAISED AGAIN FOR THAT TYPE; A SINGLE-ITEM RECORD CARRIES    *
001300*    THE ITEM'S DATE AND KEY SO THE SAME ITEM IS NEVER RAISED    *
001400*    TWICE.                                                      *
001500*                                                                *
001600*    MODIFICATION HISTORY                                        *
001700*    DATE       BY    DESCRIPTION                                *
001800*    ---------- ----- -------------------------------------      *
001900*    2026-10-15 DLM   ORIGINAL COPYBOOK.                         *
002000*                                                                *
002100******************************************************************
002200 01  DL100-CASH-FILED-RECORD.
002300     05  DL100-LF-ACCOUNT-NO         PIC X(10).
002400     05  DL100-LF-KIND               PIC X(01).
002500         88  DL100-LF-SINGLE                     VALUE 'S'.
002600         88  DL100-LF-SAME-DAY                   VALUE 'D'.
002700         88  DL100-LF-ROLLING                    VALUE 'R'.
002800     05  DL100-LF-TRANS-TYPE         PIC X(02).
002900     05  DL100-LF-FILED-DATE         PIC 9(08).
003000     05  DL100-LF-ITEM-DATE          PIC X(08).
003100     05  DL100-LF-TRAN-KEY           PIC X(12).
003200     05  DL100-LF-AMOUNT             PIC S9(11)V99.
003300     05  FILLER                      PIC X(26).
