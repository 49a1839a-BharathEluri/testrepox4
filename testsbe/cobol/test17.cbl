001900*    DATE       BY    DESCRIPTION                                *
002000*    ---------- ----- -------------------------------------      *
002100*    2026-09-01 DLM   ORIGINAL.                                  *
002110*    2026-10-15 DLM   REVERSED AND RETURNED ITEMS.  AN RV        *
002120*                     CONSOLIDATED WITH A REVERSAL REFERENCE     *
002130*                     LINKS TO ITS ORIGINAL, AND THE ORIGINAL    *
002140*                     IS MARKED REVERSED AND LINKED BACK.  A     *
002150*                     NEW NSFIN PASS MARKS THE ITEMS THE         *
002160*                     POSTING STEP RETURNED UNPAID.  AN          *
002170*                     ORIGINAL OR RETURNED ITEM NOT ON THE       *
002180*                     HISTORY ENDS THE STEP RC 0004.             *
002200*                                                                *
002300******************************************************************
002400 IDENTIFICATION DIVISION.
006000     SELECT OPTIONAL PARMCRD ASSIGN TO PARMCRD
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-PARMCRD-STATUS.
006210*    NSFIN IS THE POSTING STEP'S RETURNED-ITEMS FILE (NSFREC) FOR
006220*    THE SAME NIGHTS AS THE GENLIST - SEE 3000-MARK-RETURNS.
006230     SELECT OPTIONAL NSFIN ASSIGN TO NSFIN
006240         ORGANIZATION IS LINE SEQUENTIAL
006250         FILE STATUS IS WS-NSFIN-STATUS.
006300 DATA           DIVISION.
006400 FILE           SECTION.
006500 FD  TRANIN
008200 FD  PARMCRD
008300     RECORDING MODE IS F.
008400 01  PARMCRD-REC                    PIC X(80).
008410 FD  NSFIN
008420     RECORDING MODE IS F.
008430 01  NSFIN-REC                      PIC X(80).
008500 WORKING-STORAGE SECTION.
008600*
008700     COPY COPY1.
010600     05  WS-PARMCRD-STATUS          PIC XX       VALUE '00'.
010700         88  PARMCRD-OK                           VALUE '00'.
010800         88  PARMCRD-EOF                          VALUE '10'.
010810     05  WS-NSFIN-STATUS            PIC XX       VALUE '00'.
010820         88  NSFIN-OK                            VALUE '00' '05'.
010900*
011000 01  WS-SWITCHES.
011100     05  WS-TRANIN-EOF-SW           PIC X        VALUE 'N'.
011400         88  GENLIST-AT-EOF                      VALUE 'Y'.
011500     05  WS-ABORT-SW                PIC X        VALUE 'N'.
011600         88  ABORT-RUN                            VALUE 'Y'.
011610     05  WS-NSFIN-EOF-SW            PIC X        VALUE 'N'.
011620         88  NSFIN-AT-EOF                        VALUE 'Y'.
011700*
011800 01  WS-COUNTERS                    COMP.
011900     05  WS-RECORDS-READ            PIC 9(9)     VALUE 0.
012000     05  WS-RECORDS-ADDED           PIC 9(9)     VALUE 0.
012100     05  WS-RECORDS-ALREADY-ON      PIC 9(9)     VALUE 0.
012200     05  WS-RECORDS-UNUSABLE        PIC 9(9)     VALUE 0.
012210     05  WS-ORIGINALS-MARKED        PIC 9(9)     VALUE 0.
012220     05  WS-ORIGINALS-MISSING       PIC 9(9)     VALUE 0.
012230     05  WS-RETURNS-READ            PIC 9(9)     VALUE 0.
012240     05  WS-RETURNS-MARKED          PIC 9(9)     VALUE 0.
012250     05  WS-RETURNS-NOT-ON          PIC 9(9)     VALUE 0.
012300*
012400 01  WS-TRANIN-DDNAME               PIC X(08)    VALUE SPACES.
012500*
013600*
013700     COPY STATREC.
013800*
013820     COPY NSFREC.
013840*
013900 01  WS-AUDIT-TIMESTAMPS.
014000     05  WS-RUN-START-DATE          PIC 9(08)    VALUE 0.
014100     05  WS-RUN-START-TIME          PIC 9(08)    VALUE 0.
015300     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
015400     IF NOT ABORT-RUN
015500         PERFORM 2000-CONSOLIDATE      THRU 2000-EXIT
015510         PERFORM 3000-MARK-RETURNS     THRU 3000-EXIT
015600     END-IF.
015700     PERFORM 8500-WRITE-AUDIT      THRU 8500-EXIT.
015800     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
033900     ELSE
034000         MOVE 0                    TO DL100-TH-ORIG-AMOUNT
034100     END-IF.
034110*    AN RV CARRIES THE ITEM IT REVERSES, SO THE PAIR CAN BE READ
034120*    TOGETHER FROM EITHER SIDE - SEE 2300-MARK-REVERSED.
034130     IF DL100-TR-TRANS-TYPE = 'RV'
034140      AND DL100-TR-REV-TRANS-DATE IS NUMERIC
034150      AND DL100-TR-REV-SEQUENCE-NO IS NUMERIC
034160         MOVE DL100-TR-REV-TRANS-DATE TO DL100-TH-LINK-TRANS-DATE
034170         MOVE DL100-TR-REV-TRAN-KEY   TO DL100-TH-LINK-TRAN-KEY
034180     END-IF.
034200     WRITE DL100-TRAN-HISTORY-RECORD
034300         INVALID KEY
034400             IF TRANHIST-DUP-KEY
035200             GO TO 2200-READ-NEXT
035300     END-WRITE.
035400     ADD 1 TO WS-RECORDS-ADDED.
035410     IF DL100-TH-LINK-REF NOT = SPACES
035420         PERFORM 2300-MARK-REVERSED THRU 2300-EXIT
035430     END-IF.
035500 2200-READ-NEXT.
035600     PERFORM 2100-READ-TRANIN THRU 2100-EXIT.
035700 2200-EXIT.
043300         WS-RECORDS-ALREADY-ON.
043400     DISPLAY 'HELLO17 - UNUSABLE RECORDS   = '
043500         WS-RECORDS-UNUSABLE.
043510     DISPLAY 'HELLO17 - ORIGINALS REVERSED = '
043520         WS-ORIGINALS-MARKED.
043530     DISPLAY 'HELLO17 - REVERSED NOT FOUND = '
043540         WS-ORIGINALS-MISSING.
043550     DISPLAY 'HELLO17 - RETURNS READ       = ' WS-RETURNS-READ.
043560     DISPLAY 'HELLO17 - RETURNS MARKED     = '
043570         WS-RETURNS-MARKED.
043580     DISPLAY 'HELLO17 - RETURNED NOT FOUND = '
043590         WS-RETURNS-NOT-ON.
043600     DISPLAY 'HELLO17 - FINAL RETURN CODE  = '
043700         DL100-RETURN-CODE.
043800     MOVE DL100-RETURN-CODE TO RETURN-CODE.
043900     DISPLAY 'HELLO17 - HISTORY CONSOLIDATION COMPLETE'.
044000 9999-EXIT.
044100     EXIT.
044200*
044300******************************************************************
044400* 2300-MARK-REVERSED  -  THE RV JUST ADDED NAMES THE ITEM IT     *
044500*                        REVERSES.  THE ORIGINAL IS ALREADY ON   *
044600*                        THE HISTORY - GENERATIONS FOLD OLDEST   *
044700*                        FIRST - SO IT IS MARKED REVERSED AND    *
044800*                        LINKED BACK TO THE RV.  AN ORIGINAL NOT *
044900*                        FOUND IS REPORTED, NOT INVENTED.        *
045000******************************************************************
045100 2300-MARK-REVERSED.
045200     MOVE DL100-TR-ACCOUNT-NO     TO DL100-TH-ACCOUNT-NO.
045300     MOVE DL100-TR-REV-TRANS-DATE TO DL100-TH-TRANS-DATE.
045400     MOVE DL100-TR-REV-TRAN-KEY   TO DL100-TH-TRAN-KEY.
045500     READ TRANHIST
045600         INVALID KEY
045700             ADD 1 TO WS-ORIGINALS-MISSING
045800             DISPLAY 'HELLO17 - REVERSED ITEM NOT ON HISTORY - '
045900                 'RV ' DL100-TR-KEY
046000                 ' ACCOUNT ' DL100-TR-ACCOUNT-NO
046100             IF DL100-RETURN-CODE < 0004
046200                 MOVE 0004 TO DL100-RETURN-CODE
046300             END-IF
046400             GO TO 2300-EXIT
046500     END-READ.
046600     SET DL100-TH-REVERSED       TO TRUE.
046700     MOVE DL100-TR-TRANS-DATE    TO DL100-TH-LINK-TRANS-DATE.
046800     MOVE DL100-TR-KEY           TO DL100-TH-LINK-TRAN-KEY.
046900     REWRITE DL100-TRAN-HISTORY-RECORD
047000         INVALID KEY
047100             DISPLAY 'HELLO17 - HISTORY REWRITE FAILED, '
047200                 'STATUS = ' WS-TRANHIST-STATUS
047300                 ' KEY = ' DL100-TH-KEY
047400             MOVE 0016 TO DL100-RETURN-CODE
047500             GO TO 2300-EXIT
047600     END-REWRITE.
047700     ADD 1 TO WS-ORIGINALS-MARKED.
047800 2300-EXIT.
047900     EXIT.
048000*
048100******************************************************************
048200* 3000-MARK-RETURNS  -  MARK EVERY ITEM THE POSTING STEP         *
048300*                       RETURNED UNPAID, SO THE INQUIRY AND      *
048400*                       STATEMENT STEPS SHOW IT AS RETURNED      *
048500*                       RATHER THAN POSTED.  RUN AFTER THE       *
048600*                       FOLD SO TONIGHT'S OWN GENERATIONS ARE    *
048700*                       ON THE FILE.  NSFIN IS OPTIONAL; A       *
048800*                       RERUN FINDS ITS ITEMS ALREADY MARKED.    *
048900******************************************************************
049000 3000-MARK-RETURNS.
049100     OPEN INPUT NSFIN.
049200     IF NOT NSFIN-OK
049300         DISPLAY 'HELLO17 - UNABLE TO OPEN NSFIN, STATUS = '
049400             WS-NSFIN-STATUS ' - NO ITEMS MARKED RETURNED'
049500         GO TO 3000-EXIT
049600     END-IF.
049700     PERFORM 3100-READ-NSFIN THRU 3100-EXIT.
049800     PERFORM 3200-MARK-ONE-RETURN THRU 3200-EXIT
049900         UNTIL NSFIN-AT-EOF.
050000     CLOSE NSFIN.
050100 3000-EXIT.
050200     EXIT.
050300*
050400 3100-READ-NSFIN.
050500     READ NSFIN
050600         AT END
050700             MOVE 'Y' TO WS-NSFIN-EOF-SW
050800             GO TO 3100-EXIT
050900     END-READ.
051000     ADD 1 TO WS-RETURNS-READ.
051100     MOVE NSFIN-REC TO DL100-NSF-RETURN-RECORD.
051200 3100-EXIT.
051300     EXIT.
051400*
051500 3200-MARK-ONE-RETURN.
051600     MOVE DL100-NR-ACCOUNT-NO    TO DL100-TH-ACCOUNT-NO.
051700     MOVE DL100-NR-TRANS-DATE    TO DL100-TH-TRANS-DATE.
051800     MOVE DL100-NR-TRAN-KEY      TO DL100-TH-TRAN-KEY.
051900     READ TRANHIST
052000         INVALID KEY
052100             ADD 1 TO WS-RETURNS-NOT-ON
052200             DISPLAY 'HELLO17 - RETURNED ITEM NOT ON HISTORY - '
052300                 DL100-NR-TRAN-KEY ' ACCOUNT ' DL100-NR-ACCOUNT-NO
052400             IF DL100-RETURN-CODE < 0004
052500                 MOVE 0004 TO DL100-RETURN-CODE
052600             END-IF
052700             GO TO 3200-NEXT
052800     END-READ.
052900     IF DL100-TH-NSF-RETURNED
053000         GO TO 3200-NEXT
053100     END-IF.
053200     SET DL100-TH-NSF-RETURNED   TO TRUE.
053300     REWRITE DL100-TRAN-HISTORY-RECORD
053400         INVALID KEY
053500             DISPLAY 'HELLO17 - HISTORY REWRITE FAILED, '
053600                 'STATUS = ' WS-TRANHIST-STATUS
053700                 ' KEY = ' DL100-TH-KEY
053800             MOVE 0016 TO DL100-RETURN-CODE
053900             GO TO 3200-NEXT
054000     END-REWRITE.
054100     ADD 1 TO WS-RETURNS-MARKED.
054200 3200-NEXT.
054300     PERFORM 3100-READ-NSFIN THRU 3100-EXIT.
054400 3200-EXIT.
054500     EXIT.
