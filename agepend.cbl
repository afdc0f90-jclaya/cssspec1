000370*                       RESUBMITTED.  THE OWNING BRANCH       *
000380*                       COMES FROM THE SET MASTER WITH THE    *
000390*                       SET-ID PREFIX AS THE FALLBACK.        *
000391*    10/15/2026  RTM    A TIE DECISION AWAITING APPROVAL      *
000392*                       UNDER DUAL CONTROL IS STILL           *
000393*                       UNRESOLVED WORK AND NOW AGES WITH     *
000394*                       REASON TA.                            *
000395*    10/15/2026  RTM    ITEMS NOW AGE AND ESCALATE IN         *
000396*                       BUSINESS DAYS.  WEEKENDS AND THE      *
000397*                       HOLIDAYS ON THE BUSINESS-DAY          *
000398*                       CALENDAR (CALFILE, MAINTAINED         *
000399*                       THROUGH CALMNT) NO LONGER COUNT, SO   *
000400*                       A LONG WEEKEND DOES NOT PUSH          *
000401*                       FRIDAY'S TIES INTO ESCALATION.  THE   *
000402*                       AGECTL THRESHOLD AND THE 1-2 / 3-5 /  *
000403*                       OVER 5 BUCKETS ARE BUSINESS DAYS      *
000404*                       TOO.                                  *
000405*    10/15/2026  RTM    THE RUN LOG RECORD NOW CARRIES THE       *
000406*                       AGING DATE AS ITS DATA DATE, WHICH       *
000407*                       JOBGATE MATCHES PREDECESSORS ON.         *
000408*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000530     SELECT SETMFILE ASSIGN TO "SETMFILE"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-SETM-STATUS.
000552     SELECT CALFILE ASSIGN TO "CALFILE"
000554         ORGANIZATION IS LINE SEQUENTIAL
000556         FILE STATUS IS WS-CAL-STATUS.
000560     SELECT AGECTL ASSIGN TO "AGECTL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CTL-STATUS.
000790 FD  SETMFILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY SETMREC.
000812 FD  CALFILE
000814     LABEL RECORDS ARE STANDARD.
000816 COPY CALREC.
000820 FD  AGECTL
000830     LABEL RECORDS ARE STANDARD.
000840 01  AG-RECORD.
001170 77  WS-ESC-STATUS                  PIC X(02) VALUE SPACES.
001180 77  WS-ESCR-STATUS                 PIC X(02) VALUE SPACES.
001190 77  WS-RLOG-STATUS                 PIC X(02) VALUE SPACES.
001195 77  WS-CAL-STATUS                  PIC X(02) VALUE SPACES.
001200 77  WS-RLOG-STATUS-CODE            PIC X(01) VALUE "N".
001210*----------------------------------------------------------------*
001220*    SWITCHES                                                    *
001580 77  WS-LEAP-QUOT                   PIC 9(04) COMP VALUE ZERO.
001590 77  WS-LEAP-REM                    PIC 9(04) COMP VALUE ZERO.
001600 77  WS-DAYS-DIFF                   PIC S9(08) COMP VALUE ZERO.
001601*----------------------------------------------------------------*
001602*    BUSINESS-DAY CALENDAR (LOADED FROM CALFILE).  MONDAY TO     *
001603*    FRIDAY ARE BUSINESS DAYS UNLESS THE CALENDAR LISTS THE      *
001604*    DATE AS A HOLIDAY (H); A WEEKEND DATE LISTED AS A WORKED    *
001605*    DAY (B) IS A BUSINESS DAY.  DATES ARE HELD AS DAY SERIALS - *
001606*    SERIAL 1 (01/01/1900) WAS A MONDAY, SO THE WEEKDAY IS THE   *
001607*    REMAINDER OF (SERIAL - 1) / 7, 0 = MONDAY TO 6 = SUNDAY.    *
001608*----------------------------------------------------------------*
001609 77  WS-CAL-TABLE-MAX               PIC 9(04) COMP VALUE 0500.
001610 77  WS-CAL-COUNT                   PIC 9(04) COMP VALUE ZERO.
001611 77  WS-CAL-IDX                     PIC 9(04) COMP VALUE ZERO.
001612 77  WS-WKD-DAYS                    PIC 9(08) COMP VALUE ZERO.
001613 77  WS-WKD-WEEKS                   PIC 9(08) COMP VALUE ZERO.
001614 77  WS-WEEKDAY                     PIC 9(01) COMP VALUE ZERO.
001615 77  WS-BUS-FULL-WEEKS              PIC 9(08) COMP VALUE ZERO.
001616 77  WS-BUS-ODD-DAYS                PIC 9(01) COMP VALUE ZERO.
001617 01  WS-CAL-TABLE.
001618     05  WS-CAL-ENTRY OCCURS 500 TIMES.
001619         10  WS-CAL-DAYS            PIC 9(08) COMP.
001620         10  WS-CAL-TYPE            PIC X(01).
001621*----------------------------------------------------------------*
001622*    COUNTERS                                                    *
001630*----------------------------------------------------------------*
001640 77  WS-TIE-COUNT                   PIC 9(08) COMP VALUE ZERO.
001650 77  WS-SUSP-COUNT                  PIC 9(08) COMP VALUE ZERO.
002060     05  FILLER                     PIC X(01) VALUE SPACE.
002070     05  FILLER                     PIC X(11) VALUE "PROGRAM : ".
002080     05  FILLER                PIC X(15) VALUE "AGEPEND".
002090     05  FILLER                     PIC X(26)
002100             VALUE "ESCALATE PAST (BUS DAYS) :".
002110     05  FILLER                     PIC X(01) VALUE SPACE.
002120     05  WS-HDG-ESC-DAYS            PIC ZZ9.
002130 01  WS-REPORT-COLUMN-HDGS.
002630     05  FILLER                     PIC X(02) VALUE SPACES.
002640     05  FILLER                     PIC X(08) VALUE "FROM RUN".
002650     05  FILLER                     PIC X(02) VALUE SPACES.
002660     05  FILLER                     PIC X(05) VALUE "BDAYS".
002670     05  FILLER                     PIC X(02) VALUE SPACES.
002680     05  FILLER                     PIC X(06) VALUE "REASON".
002690 01  WS-ESC-DETAIL-LINE.
003190     MOVE WS-CURRENT-DATE TO WS-CNV-DATE.
003200     PERFORM 7200-DATE-TO-DAYS-RTN THRU 7200-EXIT.
003210     MOVE WS-CNV-DAYS TO WS-TODAY-DAYS.
003215     PERFORM 1100-LOAD-CALENDAR-RTN THRU 1100-EXIT.
003220     PERFORM 1200-LOAD-SET-MASTER-RTN THRU 1200-EXIT.
003230     OPEN INPUT TIEWORK.
003240     IF WS-TIEW-STATUS NOT = "00"
003540 1000-EXIT.
003550     EXIT.
003560 1060-PROMPT-OPERATOR-RTN.
003570     DISPLAY "ESCALATE ITEMS OLDER THAN (BUSINESS DAYS, NNN) ? ".
003580     ACCEPT WS-ESCALATE-DAYS FROM CONSOLE.
003590 1060-EXIT.
003600     EXIT.
004080     EXIT.
004090*----------------------------------------------------------------*
004100*    2000-AGE-TIEWORK-RTN - ONE PASS PER WORKLIST RECORD.  ONLY  *
004110*    PENDING ITEMS AGE; A RESOLVED ITEM IS DONE WORK.  A         *
004112*    DECISION STILL AWAITING APPROVAL IS NOT RESOLVED AND AGES   *
004114*    UNDER ITS OWN REASON (TA) SO THE SUPERVISOR SEES THAT THE   *
004116*    APPROVER, NOT THE ANALYST, IS HOLDING IT.                   *
004120*----------------------------------------------------------------*
004130 2000-AGE-TIEWORK-RTN.
004140     READ TIEWORK
004170     END-READ.
004180     IF WS-TIEW-END-OF-FILE
004190         GO TO 2000-EXIT.
004200     IF NOT TIW-UNRESOLVED
004210         GO TO 2000-EXIT.
004220     ADD 1 TO WS-TIE-COUNT.
004230     MOVE "T" TO WS-ITEM-SOURCE.
004240     MOVE TIW-RUN-DATE TO WS-ITEM-RUN-DATE.
004250     MOVE TIW-SET-ID TO WS-ITEM-SET-ID.
004260     IF TIW-AWAITING-APPROVAL
004262         MOVE "TA" TO WS-ITEM-REASON
004264     ELSE
004266         MOVE "TP" TO WS-ITEM-REASON
004268     END-IF.
004270     PERFORM 5000-AGE-ONE-ITEM-RTN THRU 5000-EXIT.
004280 2000-EXIT.
004290     EXIT.
004480 3000-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------*
004510*    5000-AGE-ONE-ITEM-RTN - BUSINESS DAYS OUTSTANDING, THE      *
004520*    BRANCH BUCKET, AND THE ESCALATION TEST FOR ONE PENDING      *
004525*    ITEM.  AN ITEM FROM THE LAST BUSINESS DAY IS ONE DAY OLD    *
004527*    HOWEVER MANY WEEKEND OR HOLIDAY DATES LIE IN BETWEEN.       *
004530*----------------------------------------------------------------*
004540 5000-AGE-ONE-ITEM-RTN.
004550     MOVE WS-ITEM-RUN-DATE TO WS-CNV-DATE.
004560     PERFORM 7200-DATE-TO-DAYS-RTN THRU 7200-EXIT.
004570     PERFORM 7300-COUNT-BUSINESS-DAYS-RTN THRU 7300-EXIT.
004610     MOVE WS-DAYS-DIFF TO WS-ITEM-DAYS.
004620     PERFORM 5100-SET-BRANCH-RTN THRU 5100-EXIT.
004630     PERFORM 5200-FIND-BRANCH-ENTRY-RTN THRU 5200-EXIT.
006190 7200-EXIT.
006200     EXIT.
006210*----------------------------------------------------------------*
006211*    7300-COUNT-BUSINESS-DAYS-RTN - BUSINESS DAYS AFTER THE      *
006212*    SERIAL IN WS-CNV-DAYS UP TO AND INCLUDING TODAY, INTO       *
006213*    WS-DAYS-DIFF.  EVERY RUN OF SEVEN DAYS HOLDS FIVE WEEKDAYS, *
006214*    SO WHOLE WEEKS COUNT FIVE EACH AND ONLY THE ODD DAYS ENDING *
006215*    TODAY ARE TESTED ONE AT A TIME; THE CALENDAR ROWS INSIDE    *
006216*    THE SPAN THEN TAKE OFF ITS HOLIDAYS AND ADD ITS WORKED      *
006217*    WEEKEND DATES.                                              *
006218*----------------------------------------------------------------*
006219 7300-COUNT-BUSINESS-DAYS-RTN.
006220     MOVE ZERO TO WS-DAYS-DIFF.
006221     IF WS-CNV-DAYS NOT < WS-TODAY-DAYS
006222         GO TO 7300-EXIT.
006223     COMPUTE WS-BUS-FULL-WEEKS =
006224         (WS-TODAY-DAYS - WS-CNV-DAYS) / 7.
006225     COMPUTE WS-BUS-ODD-DAYS = WS-TODAY-DAYS - WS-CNV-DAYS
006226         - (WS-BUS-FULL-WEEKS * 7).
006227     COMPUTE WS-DAYS-DIFF = WS-BUS-FULL-WEEKS * 5.
006228     MOVE WS-TODAY-DAYS TO WS-WKD-DAYS.
006229     PERFORM 7310-COUNT-ODD-DAY-RTN THRU 7310-EXIT
006230         WS-BUS-ODD-DAYS TIMES.
006231     PERFORM 7320-APPLY-CALENDAR-RTN THRU 7320-EXIT
006232         VARYING WS-CAL-IDX FROM 1 BY 1
006233         UNTIL WS-CAL-IDX > WS-CAL-COUNT.
006234 7300-EXIT.
006235     EXIT.
006236 7310-COUNT-ODD-DAY-RTN.
006237     PERFORM 7400-SET-WEEKDAY-RTN THRU 7400-EXIT.
006238     IF WS-WEEKDAY < 5
006239         ADD 1 TO WS-DAYS-DIFF
006240     END-IF.
006241     SUBTRACT 1 FROM WS-WKD-DAYS.
006242 7310-EXIT.
006243     EXIT.
006244 7320-APPLY-CALENDAR-RTN.
006245     IF WS-CAL-DAYS(WS-CAL-IDX) NOT > WS-CNV-DAYS
006246             OR WS-CAL-DAYS(WS-CAL-IDX) > WS-TODAY-DAYS
006247         GO TO 7320-EXIT.
006248     MOVE WS-CAL-DAYS(WS-CAL-IDX) TO WS-WKD-DAYS.
006249     PERFORM 7400-SET-WEEKDAY-RTN THRU 7400-EXIT.
006250     IF WS-CAL-TYPE(WS-CAL-IDX) = "H" AND WS-WEEKDAY < 5
006251         SUBTRACT 1 FROM WS-DAYS-DIFF
006252     END-IF.
006253     IF WS-CAL-TYPE(WS-CAL-IDX) = "B" AND WS-WEEKDAY > 4
006254         ADD 1 TO WS-DAYS-DIFF
006255     END-IF.
006256 7320-EXIT.
006257     EXIT.
006258*----------------------------------------------------------------*
006259*    7400-SET-WEEKDAY-RTN - WEEKDAY OF THE SERIAL IN WS-WKD-DAYS *
006260*    (0 = MONDAY TO 6 = SUNDAY).                                 *
006261*----------------------------------------------------------------*
006262 7400-SET-WEEKDAY-RTN.
006263     COMPUTE WS-WKD-WEEKS = (WS-WKD-DAYS - 1) / 7.
006264     COMPUTE WS-WEEKDAY = WS-WKD-DAYS - 1 - (WS-WKD-WEEKS * 7).
006265 7400-EXIT.
006266     EXIT.
006267*----------------------------------------------------------------*
006268*    8000-TERMINATE-RTN                                          *
006269*----------------------------------------------------------------*
006270 8000-TERMINATE-RTN.
006271     MOVE SPACES TO RPT-RECORD.
006272     WRITE RPT-RECORD.
006273     MOVE WS-TIE-COUNT TO WS-FTR-TIES.
006280     MOVE WS-SUSP-COUNT TO WS-FTR-SUSP.
006290     MOVE WS-ESC-COUNT TO WS-FTR-ESC.
006300     WRITE RPT-RECORD FROM WS-FOOTER-LINE.
006620     MOVE SPACES TO RLOG-RECORD.
006630     MOVE "AGEPEND" TO RLOG-PROGRAM.
006640     MOVE WS-CURRENT-DATE TO RLOG-RUN-DATE.
006641     MOVE WS-CURRENT-DATE TO RLOG-DATA-DATE.
006650     MOVE WS-CURRENT-TIME TO RLOG-START-TIME.
006660     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
006670     ACCEPT RLOG-END-TIME FROM TIME.
006750     CLOSE RUNLOG.
006760 9000-EXIT.
006770     EXIT.
006780*----------------------------------------------------------------*
006790*    1100-LOAD-CALENDAR-RTN - THE CALENDAR EXCEPTIONS INTO THE   *
006800*    TABLE AS DAY SERIALS.  NO FILE MEANS NO HOLIDAYS ARE ON     *
006810*    RECORD AND ONLY WEEKENDS ARE CLOSED.                        *
006820*----------------------------------------------------------------*
006830 1100-LOAD-CALENDAR-RTN.
006840     MOVE ZERO TO WS-CAL-COUNT.
006850     OPEN INPUT CALFILE.
006860     IF WS-CAL-STATUS NOT = "00"
006870         DISPLAY "AGEPEND - NO BUSINESS-DAY CALENDAR - "
006880             "WEEKENDS ONLY ARE CLOSED"
006890         GO TO 1100-EXIT
006900     END-IF.
006910     PERFORM 1110-READ-CALENDAR-RTN THRU 1110-EXIT
006920         UNTIL WS-CAL-STATUS NOT = "00".
006930     CLOSE CALFILE.
006940     DISPLAY "AGEPEND - " WS-CAL-COUNT
006950         " CALENDAR DATE(S) LOADED".
006960 1100-EXIT.
006970     EXIT.
006980 1110-READ-CALENDAR-RTN.
006990     READ CALFILE
007000         AT END
007010             MOVE "10" TO WS-CAL-STATUS
007020         NOT AT END
007030             PERFORM 1120-ADD-CALENDAR-DATE-RTN THRU 1120-EXIT
007040     END-READ.
007050 1110-EXIT.
007060     EXIT.
007070 1120-ADD-CALENDAR-DATE-RTN.
007080     IF CAL-DATE IS NOT NUMERIC OR NOT CAL-TYPE-VALID
007090         GO TO 1120-EXIT.
007100     IF WS-CAL-COUNT >= WS-CAL-TABLE-MAX
007110         DISPLAY "AGEPEND - CALENDAR TABLE FULL - MORE THAN "
007120             WS-CAL-TABLE-MAX " DATES"
007130         STOP RUN
007140     END-IF.
007150     ADD 1 TO WS-CAL-COUNT.
007160     MOVE CAL-DATE TO WS-CNV-DATE.
007170     PERFORM 7200-DATE-TO-DAYS-RTN THRU 7200-EXIT.
007180     MOVE WS-CNV-DAYS TO WS-CAL-DAYS(WS-CAL-COUNT).
007190     MOVE CAL-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT).
007200 1120-EXIT.
007210     EXIT.
