002297*                     THE SUITE - NIGHT-STATUS RUNS WERE         *
002298*                     INVISIBLE TO THE RUN-HISTORY REPORT.       *
002300*                                                                *
002310*    2026-10-15 DLM   PRINT THE GL BALANCE PROOF DIFFERENCE      *
002320*                     (HELLO25) UNDER THE OVERALL VERDICT,       *
002330*                     MARKED WITHIN TOLERANCE OR OUT OF          *
002340*                     BALANCE, SO A LEDGER THAT HAS DRIFTED      *
002350*                     FROM THE MASTER IS ON THE MORNING PAGE.    *
002360*                                                                *
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.    HELLO16.
008600         88  AUDTRL-AT-EOF                       VALUE 'Y'.
008700     05  WS-NIGHT-FAILED-SW         PIC X        VALUE 'N'.
008800         88  NIGHT-FAILED                        VALUE 'Y'.
008810     05  WS-GL-PROOF-SW             PIC X        VALUE 'N'.
008820         88  GL-PROOF-REPORTED                   VALUE 'Y'.
008900     05  WS-ABORT-SW                PIC X        VALUE 'N'.
009000         88  ABORT-RUN                            VALUE 'Y'.
009100*
012300     05  WS-NIGHT-SUSPENDED         PIC 9(09)      VALUE 0.
012400     05  WS-NIGHT-AMOUNT            PIC S9(11)V99  VALUE 0.
012500     05  WS-NIGHT-MAX-RC            PIC 9(04)      VALUE 0.
012501*    THE GL BALANCE PROOF STEP'S DIFFERENCE AND RETURN CODE,
012502*    PRINTED UNDER THE OVERALL VERDICT WHEN IT RAN TONIGHT.
012503     05  WS-NIGHT-GL-DIFFERENCE     PIC S9(11)V99  VALUE 0.
012504     05  WS-NIGHT-GL-RC             PIC 9(04)      VALUE 0.
012510*
012520*    CONTROL-CARD PARSE WORK AREA - SEE 1050-LOAD-CONTROL-CARDS.
012530 01  WS-CARD-WORK.
016000     05  FILLER                     PIC X(01)    VALUE SPACE.
016100     05  WS-NO-VERDICT              PIC X(04)    VALUE SPACES.
016200     05  FILLER                     PIC X(48)    VALUE SPACES.
016210 01  WS-NIT-GL-PROOF-LINE.
016220     05  FILLER                     PIC X(01)    VALUE SPACE.
016230     05  FILLER                     PIC X(26)    VALUE
016240         'GL PROOF DIFFERENCE     ='.
016250     05  FILLER                     PIC X(01)    VALUE SPACE.
016260     05  WS-NG-AMOUNT               PIC -Z(10)9.99.
016270     05  FILLER                     PIC X(02)    VALUE SPACES.
016280     05  WS-NG-VERDICT              PIC X(16)    VALUE SPACES.
016290     05  FILLER                     PIC X(19)    VALUE SPACES.
016300*
016400 LINKAGE        SECTION.
016500*
037900     END-IF.
038000     MOVE WS-NIT-OVERALL-LINE TO NITERPT-REC.
038100     WRITE NITERPT-REC.
038107*    THE GL BALANCE PROOF'S DIFFERENCE GOES UNDER THE VERDICT
038114*    WHETHER OR NOT IT BROKE - A NIGHT OUT OF BALANCE HAS ALREADY
038121*    FAILED ON THE STEP'S RC 0016 ABOVE.
038128     IF GL-PROOF-REPORTED
038135         MOVE WS-NIGHT-GL-DIFFERENCE TO WS-NG-AMOUNT
038142         IF WS-NIGHT-GL-RC >= 0016
038149             MOVE 'OUT OF BALANCE'   TO WS-NG-VERDICT
038156         ELSE
038163             MOVE 'WITHIN TOLERANCE' TO WS-NG-VERDICT
038170         END-IF
038177         MOVE WS-NIT-GL-PROOF-LINE TO NITERPT-REC
038184         WRITE NITERPT-REC
038191     END-IF.
038200 6000-EXIT.
038300     EXIT.
038400*
042200     IF WS-STP-JOB-NAME (WS-STP-SUB) = 'HELLO6'
042300         MOVE WS-STP-AMOUNT (WS-STP-SUB) TO WS-NIGHT-AMOUNT
042400     END-IF.
042410     IF WS-STP-JOB-NAME (WS-STP-SUB) = 'HELLO25'
042420         SET GL-PROOF-REPORTED TO TRUE
042430         MOVE WS-STP-AMOUNT (WS-STP-SUB) TO WS-NIGHT-GL-DIFFERENCE
042440         MOVE WS-STP-RC (WS-STP-SUB)     TO WS-NIGHT-GL-RC
042450     END-IF.
042500     MOVE WS-NIT-DETAIL TO NITERPT-REC.
042600     WRITE NITERPT-REC.
042700 6100-EXIT.
