000100******************************************************************
000200*                                                                *
000300*    ADJAREC  -  MANUAL-ADJUSTMENT APPROVAL RECORD               *
000400*                                                                *
000500*    ONE CHECKER'S DECISION ON A PENDING MANUAL ADJUSTMENT,      *
000600*    NAMED BY THE ADJUSTMENT ID PRINTED ON THE ENTRY LISTING,    *
000700*    READ BY THE ADJUSTMENT RELEASE STEP (HELLO24).  THE         *
000800*    OPERATOR ID IS THE CHECKER'S OWN SIGN-ON AND MUST NOT BE    *
000900*    THE MAKER'S.  DECISION A APPROVES THE ADJUSTMENT FOR        *
001000*    RELEASE, R REJECTS IT.                                      *
001100*                                                                *
001200*    MODIFICATION HISTORY                                       *
001300*    DATE       BY    DESCRIPTION                                *
001400*    ---------- ----- -------------------------------------      *
001500*    2026-10-15 DLM   ORIGINAL COPYBOOK.                         *
001600*                                                                *
001700******************************************************************
001800 01  DL100-ADJ-APPROVAL-RECORD.
001900     05  DL100-AA-ADJUSTMENT-ID.
002000         10  DL100-AA-ENTRY-DATE     PIC X(08).
002100         10  DL100-AA-ENTRY-SEQ      PIC 9(04).
002200     05  DL100-AA-OPERATOR-ID        PIC X(08).
002300     05  DL100-AA-DECISION           PIC X(01).
002400         88  DL100-AA-APPROVE                    VALUE 'A'.
002500         88  DL100-AA-REJECT                     VALUE 'R'.
002600     05  FILLER                      PIC X(59).
