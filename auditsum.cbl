000666*    09/02/2026  RTM    EVERY RUN NOW APPENDS A COMPLETION      *
000667*                       RECORD TO THE SHARED OPERATIONS RUN     *
000668*                       LOG (RUNLOG) READ BY RUNSTAT.           *
000669*    10/15/2026  RTM    AUDFILE NOW DECLARES THE SET-ID          *
000670*                       ALTERNATE KEY CARRIED BY THE AUDIT       *
000671*                       TRAIL SO THE FILE OPENS WITH ITS FULL    *
000672*                       KEY STRUCTURE.                           *
000673*    10/15/2026  RTM    A TYPE X REVERSAL POSTED BY CYCREV NOW   *
000674*                       TAKES BACK WHAT IT REVERSES - A          *
000675*                       REVERSED COMPARISON COMES OFF ITS DATE   *
000676*                       AND THE GRAND TOTALS, AND A REVERSED     *
000677*                       TIE DECISION PUTS ITS TIE BACK AND       *
000678*                       TAKES ITS WIN OFF - SO A BACKED-OUT      *
000679*                       CYCLE NETS TO NOTHING.                   *
000680*****************************************************************
000681 ENVIRONMENT DIVISION.
000682 CONFIGURATION SECTION.
000690 SOURCE-COMPUTER. IBM-370.
000700 OBJECT-COMPUTER. IBM-370.
000710 INPUT-OUTPUT SECTION.
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS SEQUENTIAL
000760         RECORD KEY IS AUD-KEY
000765         ALTERNATE RECORD KEY IS AUD-SET-ID WITH DUPLICATES
000770         FILE STATUS IS WS-AUD-STATUS.
000780     SELECT SUMRPT ASSIGN TO "SUMRPT"
000790         ORGANIZATION IS LINE SEQUENTIAL
001250 77  WS-SORT-J                      PIC 9(04) COMP VALUE ZERO.
001260 77  WS-MIN-IDX                     PIC 9(04) COMP VALUE ZERO.
001262 77  WS-REC-CYCLE                   PIC 9(02) VALUE ZERO.
001264*    +1 FOR A COMPARISON, -1 FOR A TYPE X REVERSAL OF ONE.     *
001266 77  WS-AUD-INCR                    PIC S9(01) COMP VALUE +1.
001270*----------------------------------------------------------------*
001280*    PER-DATE ACCUMULATOR TABLE - ONE ENTRY PER DISTINCT RUN     *
001290*    DATE FOUND ON AUDFILE.  AUDFILE IS APPENDED IN RUN ORDER,   *
004110         PERFORM 2350-APPLY-DECISION-RTN THRU 2350-EXIT
004120         GO TO 2300-EXIT
004130     END-IF.
004131*    A TYPE X REVERSAL TAKES BACK THE RECORD IT REVERSES.  IT IS
004132*    POSTED UNDER THE SAME RUN TIME WITH A LATER SEQUENCE, SO
004133*    THE ORIGINAL IS ALWAYS COUNTED BEFORE IT IS READ.
004134     IF AUD-TYPE-REVERSAL AND AUD-REVERSES-DECISION
004135         PERFORM 2360-UNDO-DECISION-RTN THRU 2360-EXIT
004136         GO TO 2300-EXIT
004137     END-IF.
004138     MOVE +1 TO WS-AUD-INCR.
004139     IF AUD-TYPE-REVERSAL
004141         MOVE -1 TO WS-AUD-INCR
004142     END-IF.
004143     ADD WS-AUD-INCR TO WS-TBL-COUNT(WS-FOUND-IDX).
004150     ADD WS-AUD-INCR TO WS-GRD-COUNT.
004160     EVALUATE TRUE
004170         WHEN AUD-WINNER-1
004180             ADD WS-AUD-INCR TO WS-TBL-WIN1(WS-FOUND-IDX)
004190             ADD WS-AUD-INCR TO WS-GRD-WIN1
004200         WHEN AUD-WINNER-2
004210             ADD WS-AUD-INCR TO WS-TBL-WIN2(WS-FOUND-IDX)
004220             ADD WS-AUD-INCR TO WS-GRD-WIN2
004230         WHEN AUD-WINNER-3
004240             ADD WS-AUD-INCR TO WS-TBL-WIN3(WS-FOUND-IDX)
004250             ADD WS-AUD-INCR TO WS-GRD-WIN3
004260         WHEN AUD-WINNER-TIE
004270             ADD WS-AUD-INCR TO WS-TBL-TIE(WS-FOUND-IDX)
004280             ADD WS-AUD-INCR TO WS-GRD-TIE
004290         WHEN AUD-WINNER-REJECT
004300             ADD WS-AUD-INCR TO WS-TBL-REJECT(WS-FOUND-IDX)
004310             ADD WS-AUD-INCR TO WS-GRD-REJECT
004320         WHEN OTHER
004330             CONTINUE
004340     END-EVALUATE.
004350     IF NOT AUD-ALL-NUMERIC
004360         ADD WS-AUD-INCR TO WS-TBL-NUMERIC-FAIL(WS-FOUND-IDX)
004370         ADD WS-AUD-INCR TO WS-GRD-NUMERIC-FAIL
004380     END-IF.
004390     IF AUD-ALL-NUMERIC AND NOT AUD-IN-RANGE
004400         ADD WS-AUD-INCR TO WS-TBL-RANGE-FAIL(WS-FOUND-IDX)
004410         ADD WS-AUD-INCR TO WS-GRD-RANGE-FAIL
004420     END-IF.
004430 2300-EXIT.
004440     EXIT.
007080     CLOSE RUNLOG.
007090 9000-EXIT.
007100     EXIT.
007110*----------------------------------------------------------------*
007120*    2360-UNDO-DECISION-RTN - A TYPE X REVERSAL OF A DECISION    *
007130*    PUTS THE TIE BACK AND TAKES THE WIN OFF AGAIN; THE          *
007140*    COMPARISON ITSELF COMES OFF WITH ITS OWN REVERSAL.          *
007150*----------------------------------------------------------------*
007160 2360-UNDO-DECISION-RTN.
007170     ADD 1 TO WS-TBL-TIE(WS-FOUND-IDX).
007180     ADD 1 TO WS-GRD-TIE.
007190     EVALUATE TRUE
007200         WHEN AUD-WINNER-1
007210             IF WS-TBL-WIN1(WS-FOUND-IDX) > ZERO
007220                 SUBTRACT 1 FROM WS-TBL-WIN1(WS-FOUND-IDX)
007230                 SUBTRACT 1 FROM WS-GRD-WIN1
007240             END-IF
007250         WHEN AUD-WINNER-2
007260             IF WS-TBL-WIN2(WS-FOUND-IDX) > ZERO
007270                 SUBTRACT 1 FROM WS-TBL-WIN2(WS-FOUND-IDX)
007280                 SUBTRACT 1 FROM WS-GRD-WIN2
007290             END-IF
007300         WHEN AUD-WINNER-3
007310             IF WS-TBL-WIN3(WS-FOUND-IDX) > ZERO
007320                 SUBTRACT 1 FROM WS-TBL-WIN3(WS-FOUND-IDX)
007330                 SUBTRACT 1 FROM WS-GRD-WIN3
007340             END-IF
007350         WHEN OTHER
007360             CONTINUE
007370     END-EVALUATE.
007380 2360-EXIT.
007390     EXIT.
