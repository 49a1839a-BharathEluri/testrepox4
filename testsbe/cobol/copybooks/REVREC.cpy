000100******************************************************************
000200*                                                                *
000300*    REVREC  -  REVERSAL CHECK RECORD                            *
000400*                                                                *
000500*    ONE RECORD PER REVERSAL (RV) ON THE NIGHT'S FEEDS, WRITTEN  *
000600*    BY THE REVERSAL MATCHING STEP (HELLO22) AFTER IT HAS        *
000700*    LOOKED THE REVERSAL'S REFERENCE UP IN THE TRANOUT           *
000800*    GENERATIONS NOT YET CONSOLIDATED AND ON THE                 *
000900*    TRANSACTION-HISTORY FILE.  THE FIRST 30 BYTES ARE THE       *
001000*    REVERSAL'S OWN KEY, ACCOUNT AND TRANSACTION DATE IN         *
001100*    TRANREC ORDER, SO THE EXTRACT STEP (HELLO6) CAN FIND ITS    *
001200*    VERDICT FOR THE RECORD IN HAND; THEN THE ORIGINAL IT NAMED  *
001300*    AND, WHEN ONE WAS FOUND, THE ORIGINAL'S ACCOUNT AND         *
001400*    AMOUNT.  A REASON CODE OF SPACES IS A MATCHED REVERSAL;     *
001500*    ANY OTHER CODE (SEE SUSPREC) SENDS THE REVERSAL TO          *
001600*    SUSPENSE.                                                   *
001700*                                                                *
001800*    FOUND-ON  -  G  A TRANOUT GENERATION NOT YET CONSOLIDATED   *
001900*                 H  THE TRANSACTION-HISTORY FILE                *
002000*                 SPACE  NOT FOUND (OR NOT LOOKED FOR)           *
002100*                                                                *
002200*    MODIFICATION HISTORY                                       *
002300*    DATE       BY    DESCRIPTION                                *
002400*    ---------- ----- -------------------------------------      *
002500*    2026-10-15 DLM   ORIGINAL COPYBOOK.                         *
002600*                                                                *
002700******************************************************************
002800 01  DL100-REVERSAL-CHECK-RECORD.
002900     05  DL100-RC-RV-IMAGE.
003000         10  DL100-RC-RV-KEY.
003100             15  DL100-RC-RV-SOURCE-CODE PIC X(04).
003200             15  DL100-RC-RV-SEQUENCE-NO PIC 9(08).
003300         10  DL100-RC-RV-ACCOUNT-NO  PIC X(10).
003400         10  DL100-RC-RV-TRANS-DATE  PIC X(08).
003500     05  DL100-RC-ORIGINAL-REF.
003600         10  DL100-RC-ORIG-TRANS-DATE
003700                                     PIC X(08).
003800         10  DL100-RC-ORIG-TRAN-KEY  PIC X(12).
003900     05  DL100-RC-ORIG-ACCOUNT-NO    PIC X(10).
004000     05  DL100-RC-ORIG-AMOUNT        PIC S9(9)V99.
004100     05  DL100-RC-REASON-CODE        PIC X(03).
004200         88  DL100-RC-MATCHED                VALUE SPACES.
004300     05  DL100-RC-FOUND-ON           PIC X(01).
004400         88  DL100-RC-FOUND-ON-TRANOUT       VALUE 'G'.
004500         88  DL100-RC-FOUND-ON-HISTORY       VALUE 'H'.
004600     05  FILLER                      PIC X(05).
