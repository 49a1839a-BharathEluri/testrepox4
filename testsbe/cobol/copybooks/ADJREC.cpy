000100******************************************************************
000200*                                                                *
000300*    ADJREC  -  MANUAL-ADJUSTMENT REGISTER RECORD                *
000400*                                                                *
000500*    ONE RECORD PER MANUAL ADJUSTMENT (TRANSACTION TYPE AJ) EVER *
000600*    KEYED, HELD ON THE INDEXED ADJUSTMENT REGISTER (ADJREG)     *
000700*    UNDER THE ADJUSTMENT ID - THE DATE IT WAS KEYED AND A       *
000800*    SEQUENCE WITHIN THAT DATE.  THE ENTRY STEP (HELLO23) WRITES *
000900*    THE RECORD PENDING WITH THE MAKER'S OPERATOR ID AND REASON; *
001000*    THE RELEASE STEP (HELLO24) RECORDS THE CHECKER, THE         *
001100*    DECISION DATE AND WHAT BECAME OF IT.                        *
001200*                                                                *
001300*    A RELEASED ADJUSTMENT CARRIES THE SEQUENCE IT WAS GIVEN ON  *
001400*    THE ADJUSTMENT FEED (SOURCE MADJ) AND THE DECISION DATE IS  *
001500*    ITS TRANSACTION DATE, SO AN AJ ON THE HISTORY TRACES BACK   *
001600*    HERE TO BOTH NAMED OPERATORS.  THE REGISTER IS PERMANENT -  *
001700*    RECORDS ARE NEVER DELETED.                                  *
001800*                                                                *
001900*    STATUS - P PENDING (NO APPROVAL YET), S HELD (THE APPROVER  *
002000*    WAS THE MAKER), L HELD (OVER THE RELEASE LIMIT), A APPROVED *
002100*    AND RELEASED, R REJECTED BY THE CHECKER.  ONLY P, S AND L   *
002200*    CAN STILL BE DECIDED.                                       *
002300*                                                                *
002400*    MODIFICATION HISTORY                                       *
002500*    DATE       BY    DESCRIPTION                                *
002600*    ---------- ----- -------------------------------------      *
002700*    2026-10-15 DLM   ORIGINAL COPYBOOK.                         *
002800*                                                                *
002900******************************************************************
003000 01  DL100-ADJUSTMENT-RECORD.
003100     05  DL100-AJ-ADJUSTMENT-ID.
003200         10  DL100-AJ-ENTRY-DATE     PIC X(08).
003300         10  DL100-AJ-ENTRY-SEQ      PIC 9(04).
003400     05  DL100-AJ-ACCOUNT-NO         PIC X(10).
003500     05  DL100-AJ-AMOUNT             PIC S9(9)V99.
003600     05  DL100-AJ-MAKER-ID           PIC X(08).
003700     05  DL100-AJ-REASON-CODE        PIC X(02).
003800     05  DL100-AJ-REASON-TEXT        PIC X(12).
003900     05  DL100-AJ-STATUS             PIC X(01).
004000         88  DL100-AJ-PENDING                    VALUE 'P'.
004100         88  DL100-AJ-HELD-SELF                  VALUE 'S'.
004200         88  DL100-AJ-HELD-LIMIT                 VALUE 'L'.
004300         88  DL100-AJ-RELEASED                   VALUE 'A'.
004400         88  DL100-AJ-REJECTED                   VALUE 'R'.
004500         88  DL100-AJ-UNDECIDED              VALUE 'P' 'S' 'L'.
004600     05  DL100-AJ-CHECKER-ID         PIC X(08).
004700     05  DL100-AJ-DECISION-DATE      PIC X(08).
004800     05  DL100-AJ-RELEASE-SEQ        PIC 9(08).
