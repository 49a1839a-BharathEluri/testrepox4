000100******************************************************************
000200*                                                                *
000300*    DORMREC  -  DORMANCY REGISTER STATE RECORD                  *
000400*                                                                *
000500*    ONE RECORD PER ACCOUNT THE DORMANCY STEP (HELLO20) HOLDS    *
000600*    ON ITS REGISTER, IN ACCOUNT ORDER.  EACH RUN READS THE LAST *
000700*    GENERATION AND WRITES THE NEXT.  THE INACTIVE-SINCE DATE    *
000800*    IS THE ACCOUNT'S LAST GENUINE ACTIVITY - ONCE THE BLOCK     *
000900*    POSTS, THE MASTER'S LAST-ACTIVITY DATE CARRIES THE BLOCK'S  *
001000*    OWN DATE, SO THE REGISTER IS WHERE THE ORIGINAL DATE LIVES. *
001100*    THE BLOCK DATE IS THE TRANSACTION DATE OF THE BK THE STEP   *
001200*    GENERATED (ZERO UNTIL ONE IS ISSUED) AND THE ESCHEAT DATE   *
001300*    IS THE RUN THAT FIRST FOUND THE ACCOUNT DUE FOR UNCLAIMED-  *
001400*    PROPERTY REPORTING (ZERO UNTIL THEN).                       *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    DATE       BY    DESCRIPTION                                *
001800*    ---------- ----- -------------------------------------      *
001900*    2026-10-15 DLM   ORIGINAL COPYBOOK.                         *
002000*                                                                *
002100******************************************************************
002200 01  DL100-DORMANCY-RECORD.
002300     05  DL100-DM-ACCOUNT-NO         PIC X(10).
002400     05  DL100-DM-INACTIVE-SINCE     PIC 9(08).
002500     05  DL100-DM-FIRST-DORMANT      PIC 9(08).
002600     05  DL100-DM-BLOCK-DATE         PIC 9(08).
002700     05  DL100-DM-ESCHEAT-DATE       PIC 9(08).
002800     05  DL100-DM-MONTHS-INACTIVE    PIC 9(04).
002900     05  DL100-DM-CLASS              PIC X(01).
003000         88  DL100-DM-DORMANT                    VALUE 'D'.
003100         88  DL100-DM-BLOCK                      VALUE 'B'.
003200         88  DL100-DM-ESCHEAT                    VALUE 'E'.
003300     05  DL100-DM-BALANCE            PIC S9(11)V99.
003400     05  FILLER                      PIC X(20).
