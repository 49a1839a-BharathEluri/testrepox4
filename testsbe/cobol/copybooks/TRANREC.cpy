001198*                     REJECT (REASON MA), SO THE MONEY TOTALS    *
001199*                     ARE NEVER MOVED BY A MAINTENANCE RECORD.   *
001200*                                                                *
001205*    2026-10-15 DLM   A REVERSAL (RV) NOW NAMES THE ORIGINAL IT  *
001210*                     REVERSES IN DL100-TR-REVERSAL-REF - THE    *
001215*                     ORIGINAL'S TRANSACTION DATE AND SOURCE/    *
001220*                     SEQUENCE KEY, IN THE ORDER OF THE ITEM KEY *
001225*                     ON TRNHREC.  THE REVERSAL MATCHING STEP    *
001230*                     (HELLO22) CHECKS IT AGAINST THE HISTORY    *
001235*                     AND HELLO6 SUSPENDS A REVERSAL THAT FAILS. *
001240*                     THE FIELD SITS WITHIN THE 77 BYTES SUSPREC *
001245*                     KEEPS, SO A SUSPENDED REVERSAL RESUBMITS   *
001250*                     WHOLE.  OTHER TYPES LEAVE IT SPACES.       *
001255*                                                                *
001300******************************************************************
001400 01  DL100-TRANS-RECORD.
001500     05  DL100-TR-KEY.
002100     05  DL100-TR-AMOUNT             PIC S9(9)V99.
002110     05  DL100-TR-CURRENCY-CODE      PIC X(03).
002120     05  DL100-TR-ORIG-AMOUNT        PIC S9(9)V99.
002130     05  DL100-TR-REVERSAL-REF.
002140         10  DL100-TR-REV-TRANS-DATE PIC X(08).
002150         10  DL100-TR-REV-TRAN-KEY.
002160             15  DL100-TR-REV-SOURCE-CODE
002170                                 PIC X(04).
002180             15  DL100-TR-REV-SEQUENCE-NO
002190                                 PIC 9(08).
002200     05  FILLER                      PIC X(03).
