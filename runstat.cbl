000362*    09/02/2026  RTM    NIGHTBAL NOW CLOSES THE OVERNIGHT     *
000364*                       STRING; IT IS EXPECTED IN RUN ORDER   *
000366*                       AFTER SETTLEXT.                        *
000367*    10/15/2026  RTM    JOBGATE ENTRIES IN OTHER RUNS SHOW A   *
000368*                       REFUSED STEP AS BLOCKED AND AN         *
000369*                       OVERRIDDEN ONE AS FORCED, BOTH         *
000370*                       FLAGGED.                               *
000371*    10/15/2026  RTM    AN AUDRECOV RUN IN OTHER RUNS IS       *
000372*                       FLAGGED SO A FORWARD RECOVERY OF THE   *
000373*                       AUDIT TRAILS IS NOT MISSED.            *
000374*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
004260     MOVE WS-LT-IN-COUNT(WS-LOG-IDX) TO WS-DTL-IN.
004270     MOVE WS-LT-OUT-COUNT(WS-LOG-IDX) TO WS-DTL-OUT.
004280     MOVE WS-LT-SUSP-COUNT(WS-LOG-IDX) TO WS-DTL-SUSP.
004285     EVALUATE WS-LT-STATUS(WS-LOG-IDX)
004290         WHEN "A"
004295             ADD 1 TO WS-ABEND-COUNT
004300             MOVE "ABENDED" TO WS-DTL-STATUS
004305             MOVE "** CHECK" TO WS-DTL-FLAG
004310         WHEN "B"
004315             MOVE "BLOCKED" TO WS-DTL-STATUS
004320             MOVE "** CHECK" TO WS-DTL-FLAG
004325         WHEN "O"
004330             MOVE "FORCED" TO WS-DTL-STATUS
004335             MOVE "** CHECK" TO WS-DTL-FLAG
004340         WHEN OTHER
004345             MOVE "NORMAL" TO WS-DTL-STATUS
004346             IF WS-LT-MODE(WS-LOG-IDX) = "RECOVER"
004347                 ADD 1 TO WS-FLAG-COUNT
004348                 MOVE "** RECOVER" TO WS-DTL-FLAG
004349             END-IF
004350     END-EVALUATE.
004360     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
004370 3510-EXIT.
004380     EXIT.
