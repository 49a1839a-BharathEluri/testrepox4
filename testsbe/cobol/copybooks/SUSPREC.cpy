001430*                    CI  CURRENCY CODE INVALID (NOT ALPHABETIC)  *
001440*                    SQ  SEQUENCE NUMBER NOT NUMERIC             *
001450*                    MA  MAINTENANCE AMOUNT NOT ZERO             *
001460*                    RK  REVERSAL REFERENCE MISSING OR BAD       *
001465*                    RN  REVERSED ITEM NOT FOUND                 *
001470*                    RA  REVERSAL ACCOUNT NOT THE ORIGINAL'S     *
001475*                    RM  REVERSAL AMOUNT NOT THE ORIGINAL'S      *
001480*                    RD  ITEM ALREADY REVERSED                   *
001485*                    RT  ITEM NOT REVERSIBLE                     *
001490*                    RU  REVERSAL NOT CHECKED                    *
001495*                    AS  ADJUSTMENT (AJ) NOT FROM SOURCE MADJ    *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    DATE       BY    DESCRIPTION                                *
001980*                     IS NON-MONETARY BY DEFINITION, SO THE      *
001981*                     AMOUNT IS REJECTED RATHER THAN LEFT TO     *
001982*                     MOVE THE MONEY TOTALS.                     *
001983*    2026-10-15 DLM   ADDED REASON CODES RK/RN/RA/RM/RD/RT/RU    *
001984*                     FOR A REVERSAL (RV) THAT DOES NOT NAME A   *
001985*                     REAL, STILL-REVERSIBLE ORIGINAL ON THE     *
001986*                     SAME ACCOUNT FOR THE SAME AMOUNT.  THE     *
001987*                     VERDICTS COME FROM THE REVERSAL MATCHING   *
001988*                     STEP (HELLO22); RU IS AN RV THAT STEP      *
001989*                     NEVER SAW.                                 *
001990*    2026-10-15 DLM   ADDED REASON CODE AS - AN ADJUSTMENT (AJ)  *
001991*                     FROM ANY SOURCE BUT MADJ, THE CHECKED      *
001992*                     FEED HELLO24 RELEASES.                     *
002000*                                                                *
002100******************************************************************
002200 01  DL100-SUSPENSE-RECORD.
