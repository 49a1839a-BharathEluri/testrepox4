001570*                     BALANCE.  EXISTING RECORDS CARRY A SPACE,  *
001580*                     WHICH READS AS OPEN, SO NO CONVERSION IS   *
001590*                     NEEDED.                                    *
001591*    2026-10-15 DLM   ADDED THE OVERDRAFT LIMIT IN FORMER        *
001592*                     FILLER - WHOLE BASE-CURRENCY UNITS THE     *
001593*                     BALANCE MAY GO BELOW ZERO BEFORE A WD OR   *
001594*                     FE DEBIT IS RETURNED UNPAID BY THE         *
001595*                     POSTING STEP.  SET BY THE LIMIT-           *
001596*                     MAINTENANCE STEP (HELLO21).  EXISTING      *
001597*                     RECORDS CARRY SPACES, WHICH THE POSTING    *
001598*                     STEP READS AS ITS DEFAULT-LIMIT CARD, SO   *
001599*                     NO CONVERSION IS NEEDED.                   *
001600*                                                                *
001700******************************************************************
001800 01  DL100-ACCOUNT-MASTER.
002720         88  DL100-AC-OPEN                       VALUE 'O' SPACE.
002730         88  DL100-AC-CLOSED                     VALUE 'C'.
002740         88  DL100-AC-BLOCKED                    VALUE 'B'.
002800     05  DL100-AC-OD-LIMIT           PIC 9(05).
