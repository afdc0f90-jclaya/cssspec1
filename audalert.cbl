000378*    09/02/2026  RTM    EVERY RUN NOW APPENDS A COMPLETION     *
000379*                       RECORD TO THE SHARED OPERATIONS RUN    *
000381*                       LOG (RUNLOG) READ BY RUNSTAT.          *
000382*    10/15/2026  RTM    AUDFILE NOW DECLARES THE SET-ID          *
000383*                       ALTERNATE KEY CARRIED BY THE AUDIT       *
000384*                       TRAIL SO THE FILE OPENS WITH ITS FULL    *
000385*                       KEY STRUCTURE.                           *
000386*    10/15/2026  RTM    THE TRAILING BASELINE NOW COUNTS         *
000387*                       BUSINESS DAYS ONLY.  WEEKENDS AND THE    *
000388*                       HOLIDAYS ON THE BUSINESS-DAY CALENDAR    *
000389*                       (CALFILE, MAINTAINED THROUGH CALMNT)     *
000390*                       ARE LEFT OUT OF THE AVERAGE, SO          *
000391*                       MON-BASE-DAYS MEANS THAT MANY WORKING    *
000392*                       DAYS AND A QUIET HOLIDAY NO LONGER       *
000393*                       SKEWS THE RATES.  THOSE DATES ARE STILL  *
000394*                       EVALUATED AGAINST THE BASELINE           *
000395*                       THEMSELVES.                              *
000396*    10/15/2026  RTM    A TYPE X REVERSAL POSTED BY CYCREV NOW   *
000397*                       TAKES BACK WHAT IT REVERSES - A          *
000398*                       REVERSED COMPARISON COMES OFF ITS        *
000399*                       DATE'S FIGURES AND A REVERSED TIE        *
000400*                       DECISION PUTS ITS TIE BACK AND TAKES     *
000401*                       ITS WIN OFF - SO A BACKED-OUT CYCLE      *
000402*                       DOES NOT SKEW THE RATES OR THE           *
000403*                       BASELINE.                                *
000404*    10/15/2026  RTM    THE RUN LOG RECORD NOW CARRIES THE DATE  *
000405*                       SCANNED AS ITS DATA DATE, WHICH JOBGATE  *
000406*                       MATCHES PREDECESSORS ON.                 *
000407*****************************************************************
000408 ENVIRONMENT DIVISION.
000409 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS AUD-KEY
000485         ALTERNATE RECORD KEY IS AUD-SET-ID WITH DUPLICATES
000490         FILE STATUS IS WS-AUD-STATUS.
000500     SELECT HISTFILE ASSIGN TO "HISTFILE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000560     SELECT MONPARM ASSIGN TO "MONPARM"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-MON-STATUS.
000582     SELECT CALFILE ASSIGN TO "CALFILE"
000584         ORGANIZATION IS LINE SEQUENTIAL
000586         FILE STATUS IS WS-CAL-STATUS.
000590     SELECT ALERTRPT ASSIGN TO "ALERTRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-ALR-STATUS.
000730 FD  MONPARM
000740     LABEL RECORDS ARE STANDARD.
000750 COPY MONPARM.
000752 FD  CALFILE
000754     LABEL RECORDS ARE STANDARD.
000756 COPY CALREC.
000760 FD  ALERTRPT
000770     LABEL RECORDS ARE STANDARD.
000780 01  ALR-RECORD                     PIC X(132).
000860 77  WS-MON-STATUS                  PIC X(02) VALUE SPACES.
000870 77  WS-ALR-STATUS                  PIC X(02) VALUE SPACES.
000872 77  WS-RLOG-STATUS                 PIC X(02) VALUE SPACES.
000873 77  WS-CAL-STATUS                  PIC X(02) VALUE SPACES.
000874 77  WS-RLOG-STATUS-CODE            PIC X(01) VALUE "N".
000880*----------------------------------------------------------------*
000890*    SWITCHES                                                    *
001210 77  WS-BASE-IDX                    PIC 9(04) COMP VALUE ZERO.
001220 77  WS-SORT-I                      PIC 9(04) COMP VALUE ZERO.
001230 77  WS-SORT-J                      PIC 9(04) COMP VALUE ZERO.
001233*    +1 FOR A COMPARISON, -1 FOR A TYPE X REVERSAL OF ONE.     *
001236 77  WS-AUD-INCR                    PIC S9(01) COMP VALUE +1.
001240 77  WS-MIN-IDX                     PIC 9(04) COMP VALUE ZERO.
001250 77  WS-SHIFT-IDX                   PIC 9(04) COMP VALUE ZERO.
001260 77  WS-FIRST-OUT-IDX               PIC 9(04) COMP VALUE ZERO.
001290     05  WS-HIST-ENTRY OCCURS 400 TIMES.
001300         10  WS-HT-DATE             PIC 9(08).
001310         10  WS-HT-RECOMP-SW        PIC X(01).
001315         10  WS-HT-BUS-SW           PIC X(01).
001320         10  WS-HT-SETS             PIC 9(08) COMP.
001330         10  WS-HT-WIN1             PIC 9(08) COMP.
001340         10  WS-HT-WIN2             PIC 9(08) COMP.
001400 01  WS-SWAP-HIST-ENTRY.
001410     05  WS-SWAP-HT-DATE            PIC 9(08).
001420     05  WS-SWAP-HT-RECOMP-SW       PIC X(01).
001425     05  WS-SWAP-HT-BUS-SW          PIC X(01).
001430     05  WS-SWAP-HT-SETS            PIC 9(08) COMP.
001440     05  WS-SWAP-HT-WIN1            PIC 9(08) COMP.
001450     05  WS-SWAP-HT-WIN2            PIC 9(08) COMP.
001480     05  WS-SWAP-HT-REJECTS         PIC 9(08) COMP.
001490     05  WS-SWAP-HT-NUMERR          PIC 9(08) COMP.
001500     05  WS-SWAP-HT-RNGERR          PIC 9(08) COMP.
001501*----------------------------------------------------------------*
001502*    DATE-TO-DAY-SERIAL CONVERSION WORK FIELDS.  THE SERIAL IS   *
001503*    DAYS FROM 01/01/1900, GOOD FOR 1900-2099 WHERE EVERY        *
001504*    FOURTH YEAR IS A LEAP YEAR EXCEPT 1900 ITSELF.              *
001505*----------------------------------------------------------------*
001506 01  WS-CNV-DATE                    PIC 9(08) VALUE ZERO.
001507 01  WS-CNV-DATE-R REDEFINES WS-CNV-DATE.
001508     05  WS-CNV-YYYY                PIC 9(04).
001509     05  WS-CNV-MM                  PIC 9(02).
001510     05  WS-CNV-DD                  PIC 9(02).
001511 77  WS-CNV-DAYS                    PIC 9(08) COMP VALUE ZERO.
001512 77  WS-LEAP-CNT                    PIC 9(04) COMP VALUE ZERO.
001513 77  WS-LEAP-QUOT                   PIC 9(04) COMP VALUE ZERO.
001514 77  WS-LEAP-REM                    PIC 9(04) COMP VALUE ZERO.
001515*----------------------------------------------------------------*
001516*    BUSINESS-DAY CALENDAR (LOADED FROM CALFILE).  MONDAY TO     *
001517*    FRIDAY ARE BUSINESS DAYS UNLESS THE CALENDAR LISTS THE      *
001518*    DATE AS A HOLIDAY (H); A WEEKEND DATE LISTED AS A WORKED    *
001519*    DAY (B) IS A BUSINESS DAY.  DATES ARE HELD AS DAY SERIALS - *
001520*    SERIAL 1 (01/01/1900) WAS A MONDAY, SO THE WEEKDAY IS THE   *
001521*    REMAINDER OF (SERIAL - 1) / 7, 0 = MONDAY TO 6 = SUNDAY.    *
001522*----------------------------------------------------------------*
001523 77  WS-CAL-TABLE-MAX               PIC 9(04) COMP VALUE 0500.
001524 77  WS-CAL-COUNT                   PIC 9(04) COMP VALUE ZERO.
001525 77  WS-CAL-IDX                     PIC 9(04) COMP VALUE ZERO.
001526 77  WS-WKD-DAYS                    PIC 9(08) COMP VALUE ZERO.
001527 77  WS-WKD-WEEKS                   PIC 9(08) COMP VALUE ZERO.
001528 77  WS-WEEKDAY                     PIC 9(01) COMP VALUE ZERO.
001529 77  WS-BUS-DAY-SWITCH              PIC X(01) VALUE "Y".
001530     88  WS-BUSINESS-DAY                       VALUE "Y".
001531 01  WS-CAL-TABLE.
001532     05  WS-CAL-ENTRY OCCURS 500 TIMES.
001533         10  WS-CAL-DAYS            PIC 9(08) COMP.
001534         10  WS-CAL-TYPE            PIC X(01).
001535*----------------------------------------------------------------*
001536*    MEASURE EVALUATION WORK FIELDS.  MEASURES ARE NUMBERED      *
001537*    1 = NUMERIC-ERROR RATE, 2 = REJECT RATE, 3/4/5 = FEED       *
001540*    1/2/3 WIN SHARE; EACH IS A WHOLE PERCENTAGE OF THAT         *
001550*    DATE'S SETS.                                                *
001560*----------------------------------------------------------------*
002640     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002650     ACCEPT WS-CURRENT-TIME FROM TIME.
002660     PERFORM 1200-LOAD-MONPARM-RTN THRU 1200-EXIT.
002665     PERFORM 1250-LOAD-CALENDAR-RTN THRU 1250-EXIT.
002670     PERFORM 1300-LOAD-HISTORY-RTN THRU 1300-EXIT.
002680     OPEN INPUT AUDFILE.
002690     IF WS-AUD-STATUS NOT = "00"
004660         PERFORM 2350-APPLY-DECISION-RTN THRU 2350-EXIT
004670         GO TO 2300-EXIT
004680     END-IF.
004681*    A TYPE X REVERSAL TAKES BACK THE RECORD IT REVERSES.  IT IS
004682*    POSTED UNDER THE SAME RUN TIME WITH A LATER SEQUENCE, SO
004683*    THE ORIGINAL IS ALWAYS COUNTED BEFORE IT IS READ.
004684     IF AUD-TYPE-REVERSAL AND AUD-REVERSES-DECISION
004685         PERFORM 2360-UNDO-DECISION-RTN THRU 2360-EXIT
004686         GO TO 2300-EXIT
004687     END-IF.
004688     MOVE +1 TO WS-AUD-INCR.
004689     IF AUD-TYPE-REVERSAL
004691         MOVE -1 TO WS-AUD-INCR
004692     END-IF.
004693     ADD WS-AUD-INCR TO WS-HT-SETS(WS-FOUND-IDX).
004700     EVALUATE TRUE
004710         WHEN AUD-WINNER-1
004720             ADD WS-AUD-INCR TO WS-HT-WIN1(WS-FOUND-IDX)
004730         WHEN AUD-WINNER-2
004740             ADD WS-AUD-INCR TO WS-HT-WIN2(WS-FOUND-IDX)
004750         WHEN AUD-WINNER-3
004760             ADD WS-AUD-INCR TO WS-HT-WIN3(WS-FOUND-IDX)
004770         WHEN AUD-WINNER-TIE
004780             ADD WS-AUD-INCR TO WS-HT-TIES(WS-FOUND-IDX)
004790         WHEN AUD-WINNER-REJECT
004800             ADD WS-AUD-INCR TO WS-HT-REJECTS(WS-FOUND-IDX)
004810         WHEN OTHER
004820             CONTINUE
004830     END-EVALUATE.
004840     IF NOT AUD-ALL-NUMERIC
004850         ADD WS-AUD-INCR TO WS-HT-NUMERR(WS-FOUND-IDX)
004860     END-IF.
004870     IF AUD-ALL-NUMERIC AND NOT AUD-IN-RANGE
004880         ADD WS-AUD-INCR TO WS-HT-RNGERR(WS-FOUND-IDX)
004890     END-IF.
004900 2300-EXIT.
004910     EXIT.
005410*----------------------------------------------------------------*
005420*    4000-EVALUATE-DATES-RTN - COMPARE EVERY DATE THAT HAS AT    *
005430*    LEAST ONE EARLIER DATE AGAINST ITS TRAILING BASELINE, ONE   *
005440*    MEASURE AT A TIME.  EACH DATE IS FIRST MARKED AS A BUSINESS *
005445*    DAY OR NOT SO THE BASELINE CAN LEAVE THE OTHERS OUT.        *
005450*----------------------------------------------------------------*
005460 4000-EVALUATE-DATES-RTN.
005462     PERFORM 4050-MARK-BUSINESS-DATE-RTN THRU 4050-EXIT
005464         VARYING WS-ENT-IDX FROM 1 BY 1
005466         UNTIL WS-ENT-IDX > WS-HIST-COUNT.
005470     PERFORM 4100-EVALUATE-ONE-DATE-RTN THRU 4100-EXIT
005480         VARYING WS-ENT-IDX FROM 2 BY 1
005490         UNTIL WS-ENT-IDX > WS-HIST-COUNT.
005500 4000-EXIT.
005501     EXIT.
005502 4050-MARK-BUSINESS-DATE-RTN.
005503     MOVE WS-HT-DATE(WS-ENT-IDX) TO WS-CNV-DATE.
005504     PERFORM 7200-DATE-TO-DAYS-RTN THRU 7200-EXIT.
005505     PERFORM 7500-TEST-BUSINESS-DAY-RTN THRU 7500-EXIT.
005506     MOVE WS-BUS-DAY-SWITCH TO WS-HT-BUS-SW(WS-ENT-IDX).
005507 4050-EXIT.
005510     EXIT.
005520 4100-EVALUATE-ONE-DATE-RTN.
005530     IF WS-HT-SETS(WS-ENT-IDX) = ZERO
006060     EXIT.
006070*----------------------------------------------------------------*
006080*    4400-GET-BASELINE-RTN - AVERAGE RATE FOR THE MEASURE OVER   *
006090*    UP TO WS-BASE-DAYS BUSINESS DAYS IMMEDIATELY BEFORE THE     *
006100*    CURRENT ONE, WALKING BACKWARDS FROM THE ENTRY JUST BEFORE   *
006110*    IT.  DATES WITH NO SETS ARE PASSED OVER, AND SO ARE         *
006115*    WEEKEND AND HOLIDAY DATES - THEIR THIN RUNS WOULD DRAG THE  *
006117*    AVERAGE AWAY FROM A NORMAL DAY'S.                           *
006120*----------------------------------------------------------------*
006130 4400-GET-BASELINE-RTN.
006140     MOVE ZERO TO WS-BASE-SUM.
006240     EXIT.
006250 4410-ADD-BASELINE-DATE-RTN.
006260     IF WS-HT-SETS(WS-BASE-IDX) > ZERO
006265             AND WS-HT-BUS-SW(WS-BASE-IDX) = "Y"
006270         PERFORM 4310-GET-MEASURE-COUNT-RTN THRU 4310-EXIT
006280         COMPUTE WS-WORK-RATE =
006290             (WS-MEAS-COUNT * 100) / WS-HT-SETS(WS-BASE-IDX)
007480     MOVE SPACES TO RLOG-RECORD.
007490     MOVE "AUDALERT" TO RLOG-PROGRAM.
007500     MOVE WS-CURRENT-DATE TO RLOG-RUN-DATE.
007501     MOVE WS-CURRENT-DATE TO RLOG-DATA-DATE.
007510     MOVE WS-CURRENT-TIME TO RLOG-START-TIME.
007520     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
007530     ACCEPT RLOG-END-TIME FROM TIME.
007600     CLOSE RUNLOG.
007610 9000-EXIT.
007620     EXIT.
007630*----------------------------------------------------------------*
007640*    1250-LOAD-CALENDAR-RTN - THE CALENDAR EXCEPTIONS INTO THE   *
007650*    TABLE AS DAY SERIALS.  NO FILE MEANS NO HOLIDAYS ARE ON     *
007660*    RECORD AND ONLY WEEKENDS ARE CLOSED.                        *
007670*----------------------------------------------------------------*
007680 1250-LOAD-CALENDAR-RTN.
007690     MOVE ZERO TO WS-CAL-COUNT.
007700     OPEN INPUT CALFILE.
007710     IF WS-CAL-STATUS NOT = "00"
007720         DISPLAY "AUDALERT - NO BUSINESS-DAY CALENDAR - "
007730             "WEEKENDS ONLY ARE CLOSED"
007740         GO TO 1250-EXIT
007750     END-IF.
007760     PERFORM 1260-READ-CALENDAR-RTN THRU 1260-EXIT
007770         UNTIL WS-CAL-STATUS NOT = "00".
007780     CLOSE CALFILE.
007790     DISPLAY "AUDALERT - " WS-CAL-COUNT
007800         " CALENDAR DATE(S) LOADED".
007810 1250-EXIT.
007820     EXIT.
007830 1260-READ-CALENDAR-RTN.
007840     READ CALFILE
007850         AT END
007860             MOVE "10" TO WS-CAL-STATUS
007870         NOT AT END
007880             PERFORM 1270-ADD-CALENDAR-DATE-RTN THRU 1270-EXIT
007890     END-READ.
007900 1260-EXIT.
007910     EXIT.
007920 1270-ADD-CALENDAR-DATE-RTN.
007930     IF CAL-DATE IS NOT NUMERIC OR NOT CAL-TYPE-VALID
007940         GO TO 1270-EXIT.
007950     IF WS-CAL-COUNT >= WS-CAL-TABLE-MAX
007960         DISPLAY "AUDALERT - CALENDAR TABLE FULL - MORE THAN "
007970             WS-CAL-TABLE-MAX " DATES"
007980         STOP RUN
007990     END-IF.
008000     ADD 1 TO WS-CAL-COUNT.
008010     MOVE CAL-DATE TO WS-CNV-DATE.
008020     PERFORM 7200-DATE-TO-DAYS-RTN THRU 7200-EXIT.
008030     MOVE WS-CNV-DAYS TO WS-CAL-DAYS(WS-CAL-COUNT).
008040     MOVE CAL-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT).
008050 1270-EXIT.
008060     EXIT.
008070*----------------------------------------------------------------*
008080*    2360-UNDO-DECISION-RTN - A TYPE X REVERSAL OF A DECISION    *
008090*    PUTS THE TIE BACK AND TAKES THE WIN OFF AGAIN; THE          *
008100*    COMPARISON ITSELF COMES OFF WITH ITS OWN REVERSAL.          *
008110*----------------------------------------------------------------*
008120 2360-UNDO-DECISION-RTN.
008130     ADD 1 TO WS-HT-TIES(WS-FOUND-IDX).
008140     EVALUATE TRUE
008150         WHEN AUD-WINNER-1
008160             IF WS-HT-WIN1(WS-FOUND-IDX) > ZERO
008170                 SUBTRACT 1 FROM WS-HT-WIN1(WS-FOUND-IDX)
008180             END-IF
008190         WHEN AUD-WINNER-2
008200             IF WS-HT-WIN2(WS-FOUND-IDX) > ZERO
008210                 SUBTRACT 1 FROM WS-HT-WIN2(WS-FOUND-IDX)
008220             END-IF
008230         WHEN AUD-WINNER-3
008240             IF WS-HT-WIN3(WS-FOUND-IDX) > ZERO
008250                 SUBTRACT 1 FROM WS-HT-WIN3(WS-FOUND-IDX)
008260             END-IF
008270         WHEN OTHER
008280             CONTINUE
008290     END-EVALUATE.
008300 2360-EXIT.
008310     EXIT.
008320*----------------------------------------------------------------*
008330*    7200-DATE-TO-DAYS-RTN - WS-CNV-DATE (YYYYMMDD) TO A DAY     *
008340*    SERIAL FROM 01/01/1900.  GOOD FOR 1900-2099, WHERE EVERY    *
008350*    FOURTH YEAR LEAPS EXCEPT 1900 ITSELF.                       *
008360*----------------------------------------------------------------*
008370 7200-DATE-TO-DAYS-RTN.
008380     COMPUTE WS-CNV-DAYS = (WS-CNV-YYYY - 1900) * 365.
008390     COMPUTE WS-LEAP-CNT = (WS-CNV-YYYY - 1901) / 4.
008400     ADD WS-LEAP-CNT TO WS-CNV-DAYS.
008410     EVALUATE WS-CNV-MM
008420         WHEN 01 ADD 000 TO WS-CNV-DAYS
008430         WHEN 02 ADD 031 TO WS-CNV-DAYS
008440         WHEN 03 ADD 059 TO WS-CNV-DAYS
008450         WHEN 04 ADD 090 TO WS-CNV-DAYS
008460         WHEN 05 ADD 120 TO WS-CNV-DAYS
008470         WHEN 06 ADD 151 TO WS-CNV-DAYS
008480         WHEN 07 ADD 181 TO WS-CNV-DAYS
008490         WHEN 08 ADD 212 TO WS-CNV-DAYS
008500         WHEN 09 ADD 243 TO WS-CNV-DAYS
008510         WHEN 10 ADD 273 TO WS-CNV-DAYS
008520         WHEN 11 ADD 304 TO WS-CNV-DAYS
008530         WHEN 12 ADD 334 TO WS-CNV-DAYS
008540     END-EVALUATE.
008550     IF WS-CNV-MM > 02
008560         DIVIDE WS-CNV-YYYY BY 4
008570             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
008580         IF WS-LEAP-REM = ZERO
008590                 AND WS-CNV-YYYY NOT = 1900
008600             ADD 1 TO WS-CNV-DAYS
008610         END-IF
008620     END-IF.
008630     ADD WS-CNV-DD TO WS-CNV-DAYS.
008640 7200-EXIT.
008650     EXIT.
008660*----------------------------------------------------------------*
008670*    7400-SET-WEEKDAY-RTN - WEEKDAY OF THE SERIAL IN WS-WKD-DAYS *
008680*    (0 = MONDAY TO 6 = SUNDAY).                                 *
008690*----------------------------------------------------------------*
008700 7400-SET-WEEKDAY-RTN.
008710     COMPUTE WS-WKD-WEEKS = (WS-WKD-DAYS - 1) / 7.
008720     COMPUTE WS-WEEKDAY = WS-WKD-DAYS - 1 - (WS-WKD-WEEKS * 7).
008730 7400-EXIT.
008740     EXIT.
008750*----------------------------------------------------------------*
008760*    7500-TEST-BUSINESS-DAY-RTN - IS THE SERIAL IN WS-CNV-DAYS A *
008770*    BUSINESS DAY?  THE WEEKDAY RULE FIRST, THEN A CALENDAR ROW  *
008780*    FOR THE DATE OVERRIDES IT EITHER WAY.                       *
008790*----------------------------------------------------------------*
008800 7500-TEST-BUSINESS-DAY-RTN.
008810     MOVE WS-CNV-DAYS TO WS-WKD-DAYS.
008820     PERFORM 7400-SET-WEEKDAY-RTN THRU 7400-EXIT.
008830     IF WS-WEEKDAY < 5
008840         MOVE "Y" TO WS-BUS-DAY-SWITCH
008850     ELSE
008860         MOVE "N" TO WS-BUS-DAY-SWITCH
008870     END-IF.
008880     PERFORM 7510-CHECK-CALENDAR-RTN THRU 7510-EXIT
008890         VARYING WS-CAL-IDX FROM 1 BY 1
008900         UNTIL WS-CAL-IDX > WS-CAL-COUNT.
008910 7500-EXIT.
008920     EXIT.
008930 7510-CHECK-CALENDAR-RTN.
008940     IF WS-CAL-DAYS(WS-CAL-IDX) = WS-CNV-DAYS
008950         IF WS-CAL-TYPE(WS-CAL-IDX) = "H"
008960             MOVE "N" TO WS-BUS-DAY-SWITCH
008970         ELSE
008980             MOVE "Y" TO WS-BUS-DAY-SWITCH
008990         END-IF
009000     END-IF.
009010 7510-EXIT.
009020     EXIT.
