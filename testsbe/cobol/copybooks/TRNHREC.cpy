001400*    DATE       BY    DESCRIPTION                                *
001500*    ---------- ----- -------------------------------------      *
001600*    2026-09-01 DLM   ORIGINAL COPYBOOK.                         *
001605*    2026-10-15 DLM   KEY SPLIT INTO ACCOUNT AND ITEM KEY (DATE  *
001610*                     PLUS SOURCE/SEQUENCE) SO A REVERSAL'S      *
001615*                     REFERENCE CAN BE FOUND ON AN ALTERNATE     *
001620*                     INDEX OVER THE ITEM KEY.  ADDED            *
001625*                     DL100-TH-DISPOSITION - R WHEN THE ITEM     *
001630*                     HAS BEEN REVERSED, N WHEN IT CAME BACK     *
001635*                     UNPAID ON THE NSF-RETURN FILE - AND        *
001640*                     DL100-TH-LINK-REF.  ON A REVERSAL THE      *
001645*                     LINK IS THE ORIGINAL IT REVERSES; ON A     *
001650*                     REVERSED ORIGINAL IT IS THE REVERSAL, SO   *
001655*                     THE INQUIRY STEP (HELLO18) CAN SHOW THE    *
001660*                     PAIR TOGETHER.                             *
001700*                                                                *
001800******************************************************************
001900 01  DL100-TRAN-HISTORY-RECORD.
002000     05  DL100-TH-KEY.
002100         10  DL100-TH-ACCOUNT-NO     PIC X(10).
002110         10  DL100-TH-ITEM-KEY.
002200             15  DL100-TH-TRANS-DATE PIC X(08).
002300             15  DL100-TH-TRAN-KEY   PIC X(12).
002400     05  DL100-TH-TRANS-TYPE         PIC X(02).
002500     05  DL100-TH-AMOUNT             PIC S9(9)V99.
002600     05  DL100-TH-CURRENCY-CODE      PIC X(03).
002700     05  DL100-TH-ORIG-AMOUNT        PIC S9(9)V99.
002800     05  DL100-TH-DISPOSITION        PIC X(01).
002810         88  DL100-TH-REVERSED               VALUE 'R'.
002820         88  DL100-TH-NSF-RETURNED           VALUE 'N'.
002830     05  DL100-TH-LINK-REF.
002840         10  DL100-TH-LINK-TRANS-DATE
002850                                     PIC X(08).
002860         10  DL100-TH-LINK-TRAN-KEY  PIC X(12).
002870     05  FILLER                      PIC X(02).
