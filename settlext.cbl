000428*                       AUD-CYCLE-NO FIRST - RECORDS FROM     *
000429*                       BEFORE THE CYCLE WAS CARRIED HOLD     *
000431*                       SPACES THERE AND COUNT AS CYCLE 01.   *
000432*    10/15/2026  RTM    AUDFILE NOW DECLARES THE SET-ID          *
000433*                       ALTERNATE KEY CARRIED BY THE AUDIT       *
000434*                       TRAIL SO THE FILE OPENS WITH ITS FULL    *
000435*                       KEY STRUCTURE.                           *
000436*    10/15/2026  RTM    WITH NO DATE KEYED THE EXTRACT NOW       *
000437*                       DEFAULTS TO THE PRIOR BUSINESS DAY FROM  *
000438*                       THE BUSINESS-DAY CALENDAR (CALFILE)      *
000439*                       INSTEAD OF TODAY, SO A MONDAY RUN TAKES  *
000440*                       FRIDAY AND A RUN AFTER A HOLIDAY SKIPS   *
000441*                       IT.                                      *
000442*    10/15/2026  RTM    THE RUN LOG RECORD NOW CARRIES THE FEED  *
000443*                       CYCLE THE RUN WORKED ON (ZERO FOR THE    *
000444*                       WHOLE DATE) SO THE JOBGATE STEP CAN      *
000445*                       MATCH PREDECESSOR RUNS BY DATE AND       *
000446*                       CYCLE.                                   *
000447*    10/15/2026  RTM    A CYCLE BACKED OUT BY CYCREV (A TYPE X   *
000448*                       REVERSAL ON THE TRAIL) NO LONGER         *
000449*                       EXTRACTS.  PASS ONE FLAGS EACH REVERSED  *
000450*                       CYCLE OF THE DATE; PASS TWO PASSES OVER  *
000451*                       ITS RECORDS AND COUNTS ITS COMPARISONS   *
000452*                       ON THE TRAILER AS REVERSED.  THE RUN     *
000453*                       LOG NOW CARRIES THE EXTRACT DATE AS THE  *
000454*                       DATA DATE SO CYCREV CAN TELL WHICH       *
000455*                       CYCLES HAVE GONE TO SETTLEMENT.          *
000456*    10/15/2026  RTM    A SET HELD ON THE RESEND EXCEPTION FILE  *
000457*                       (SETLEXC, STATUS H) BY SETLANAL IS NO    *
000458*                       LONGER RESENT.  ITS RE-EXTRACT DETAIL    *
000459*                       WAITS ON THE HELD-RESEND FILE (REXHELD   *
000460*                       IN, REXHELDN OUT) UNTIL A REVIEWER       *
000461*                       RELEASES THE SET, AND IS THEN SENT WITH  *
000462*                       THE NEXT TRANSMISSION.                   *
000463*****************************************************************
000464 ENVIRONMENT DIVISION.
000465 CONFIGURATION SECTION.
000466 SOURCE-COMPUTER. IBM-370.
000467 OBJECT-COMPUTER. IBM-370.
000468 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT AUDFILE ASSIGN TO "AUDFILE"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS AUD-KEY
000515         ALTERNATE RECORD KEY IS AUD-SET-ID WITH DUPLICATES
000520         FILE STATUS IS WS-AUD-STATUS.
000530     SELECT SETLFILE ASSIGN TO "SETLFILE"
000540         ORGANIZATION IS LINE SEQUENTIAL
000552     SELECT REXFILE ASSIGN TO "REXFILE"
000554         ORGANIZATION IS LINE SEQUENTIAL
000556         FILE STATUS IS WS-REX-STATUS.
000557     SELECT SETLEXC ASSIGN TO "SETLEXC"
000558         ORGANIZATION IS LINE SEQUENTIAL
000559         FILE STATUS IS WS-SEXC-STATUS.
000560     SELECT REXHELD ASSIGN TO "REXHELD"
000561         ORGANIZATION IS LINE SEQUENTIAL
000562         FILE STATUS IS WS-RXH-STATUS.
000563     SELECT REXHELDN ASSIGN TO "REXHELDN"
000564         ORGANIZATION IS LINE SEQUENTIAL
000565         FILE STATUS IS WS-RXN-STATUS.
000566     SELECT CALFILE ASSIGN TO "CALFILE"
000567         ORGANIZATION IS LINE SEQUENTIAL
000568         FILE STATUS IS WS-CAL-STATUS.
000569     SELECT RUNLOG ASSIGN TO "RUNLOG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000571         FILE STATUS IS WS-RLOG-STATUS.
000572 DATA DIVISION.
000573 FILE SECTION.
000580 FD  AUDFILE
000590     LABEL RECORDS ARE STANDARD.
000600 COPY AUDREC.
000610 FD  SETLFILE
000620     LABEL RECORDS ARE STANDARD.
000630 COPY SETLREC.
000631 FD  CALFILE
000632     LABEL RECORDS ARE STANDARD.
000633 COPY CALREC.
000634 FD  REXFILE
000635     LABEL RECORDS ARE STANDARD.
000636 01  REX-RECORD.
000637     05  REX-REC-TYPE                   PIC X(01).
000638     05  REX-SET-ID                     PIC X(10).
000639     05  REX-WIN-FIELD                  PIC X(01).
000641     05  REX-WIN-VALUE                  PIC 9(03).
000643     05  FILLER                         PIC X(65).
000644 FD  SETLEXC
000645     LABEL RECORDS ARE STANDARD.
000646 COPY SEXCREC.
000647 FD  REXHELD
000648     LABEL RECORDS ARE STANDARD.
000649 01  RXH-RECORD.
000650     05  RXH-REC-TYPE                   PIC X(01).
000651     05  RXH-SET-ID                     PIC X(10).
000652     05  RXH-WIN-FIELD                  PIC X(01).
000653     05  RXH-WIN-VALUE                  PIC 9(03).
000654     05  FILLER                         PIC X(65).
000655 FD  REXHELDN
000656     LABEL RECORDS ARE STANDARD.
000657 01  RXN-RECORD                     PIC X(80).
000658 FD  RUNLOG
000659     LABEL RECORDS ARE STANDARD.
000660 COPY RLOGREC.
000661 WORKING-STORAGE SECTION.
000662*----------------------------------------------------------------*
000663*    FILE STATUS FIELDS                                          *
000670*----------------------------------------------------------------*
000680 77  WS-AUD-STATUS                  PIC X(02) VALUE SPACES.
000690 77  WS-SETL-STATUS                 PIC X(02) VALUE SPACES.
000692 77  WS-REX-STATUS                  PIC X(02) VALUE SPACES.
000693 77  WS-CAL-STATUS                  PIC X(02) VALUE SPACES.
000694 77  WS-RLOG-STATUS                 PIC X(02) VALUE SPACES.
000696 77  WS-RLOG-STATUS-CODE            PIC X(01) VALUE "N".
000697 77  WS-SEXC-STATUS                 PIC X(02) VALUE SPACES.
000698 77  WS-RXH-STATUS                  PIC X(02) VALUE SPACES.
000699 77  WS-RXN-STATUS                  PIC X(02) VALUE SPACES.
000700*----------------------------------------------------------------*
000710*    SWITCHES                                                    *
000720*----------------------------------------------------------------*
000760     88  WS-DECISION-FOUND                     VALUE "Y".
000762 77  WS-REX-EOF-SWITCH              PIC X(01) VALUE "N".
000764     88  WS-REX-END-OF-FILE                    VALUE "Y".
000765 77  WS-SEXC-EOF-SWITCH             PIC X(01) VALUE "N".
000766     88  WS-SEXC-END-OF-FILE                   VALUE "Y".
000767 77  WS-RXH-EOF-SWITCH              PIC X(01) VALUE "N".
000768     88  WS-RXH-END-OF-FILE                    VALUE "Y".
000769 77  WS-HOLD-FOUND-SWITCH           PIC X(01) VALUE "N".
000770     88  WS-SET-HELD                           VALUE "Y".
000771*----------------------------------------------------------------*
000780*    RUN IDENTIFICATION                                          *
000790*----------------------------------------------------------------*
000800 77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
000890 77  WS-REJECT-COUNT                PIC 9(08) VALUE ZERO.
000900 77  WS-UNRES-TIE-COUNT             PIC 9(08) VALUE ZERO.
000902 77  WS-RESEND-COUNT                PIC 9(08) VALUE ZERO.
000903 77  WS-HELD-COUNT                  PIC 9(08) VALUE ZERO.
000904 77  WS-RELEASED-COUNT              PIC 9(08) VALUE ZERO.
000906 77  WS-REVERSED-COUNT              PIC 9(08) VALUE ZERO.
000910 77  WS-WIN-FIELD                   PIC X(01) VALUE SPACE.
000920 77  WS-WIN-VALUE                   PIC 9(03) VALUE ZERO.
000921*----------------------------------------------------------------*
000922*    SETS HELD ON THE RESEND EXCEPTION FILE (SETLEXC).           *
000923*----------------------------------------------------------------*
000924 77  WS-HOLD-TABLE-MAX              PIC 9(04) COMP VALUE 2000.
000925 77  WS-HOLD-COUNT                  PIC 9(04) COMP VALUE ZERO.
000926 77  WS-HOLD-IDX                    PIC 9(04) COMP VALUE ZERO.
000927 77  WS-HOLD-LOOKUP                 PIC X(10) VALUE SPACES.
000928 01  WS-HOLD-TABLE.
000929     05  WS-HOLD-SET-ID OCCURS 2000 TIMES PIC X(10).
000930*----------------------------------------------------------------*
000940*    SETS WITH A MANUAL TIE DECISION ALREADY POSTED FOR THE      *
000950*    EXTRACT DATE.  THEIR PENDING TIE RECORDS ARE SKIPPED IN     *
001010 01  WS-DEC-TABLE.
001020     05  WS-DEC-SET-ID OCCURS 500 TIMES
001030                                    PIC X(10).
001031*----------------------------------------------------------------*
001032*    CYCLES OF THE EXTRACT DATE BACKED OUT BY CYCREV.  A TYPE X  *
001033*    RECORD SEEN IN PASS ONE FLAGS ITS CYCLE; IN PASS TWO EVERY  *
001034*    RECORD OF A FLAGGED CYCLE IS PASSED OVER.                   *
001035*----------------------------------------------------------------*
001036 01  WS-REVERSED-CYCLES.
001037     05  WS-REVERSED-CYCLE-SW OCCURS 99 TIMES
001038                                    PIC X(01).
001039         88  WS-CYCLE-REVERSED                 VALUE "Y".
001040*----------------------------------------------------------------*
001041*    DATE ARITHMETIC.  WS-CNV-DATE (YYYYMMDD) CONVERTS TO A DAY  *
001042*    SERIAL FROM 01/01/1900, GOOD FOR 1900-2099 WHERE EVERY      *
001043*    FOURTH YEAR IS A LEAP YEAR EXCEPT 1900 ITSELF.              *
001044*----------------------------------------------------------------*
001045 01  WS-CNV-DATE                    PIC 9(08) VALUE ZERO.
001046 01  WS-CNV-DATE-R REDEFINES WS-CNV-DATE.
001047     05  WS-CNV-YYYY                PIC 9(04).
001048     05  WS-CNV-MM                  PIC 9(02).
001049     05  WS-CNV-DD                  PIC 9(02).
001050 77  WS-CNV-DAYS                    PIC 9(08) COMP VALUE ZERO.
001051 77  WS-LEAP-CNT                    PIC 9(04) COMP VALUE ZERO.
001052 77  WS-LEAP-QUOT                   PIC 9(04) COMP VALUE ZERO.
001053 77  WS-LEAP-REM                    PIC 9(04) COMP VALUE ZERO.
001054*----------------------------------------------------------------*
001055*    BUSINESS-DAY CALENDAR (LOADED FROM CALFILE).  MONDAY TO     *
001056*    FRIDAY ARE BUSINESS DAYS UNLESS THE CALENDAR LISTS THE      *
001057*    DATE AS A HOLIDAY (H); A WEEKEND DATE LISTED AS A WORKED    *
001058*    DAY (B) IS A BUSINESS DAY.  DATES ARE HELD AS DAY SERIALS - *
001059*    SERIAL 1 (01/01/1900) WAS A MONDAY, SO THE WEEKDAY IS THE   *
001060*    REMAINDER OF (SERIAL - 1) / 7, 0 = MONDAY TO 6 = SUNDAY.    *
001061*----------------------------------------------------------------*
001062 77  WS-CAL-TABLE-MAX               PIC 9(04) COMP VALUE 0500.
001063 77  WS-CAL-COUNT                   PIC 9(04) COMP VALUE ZERO.
001064 77  WS-CAL-IDX                     PIC 9(04) COMP VALUE ZERO.
001065 77  WS-WKD-DAYS                    PIC 9(08) COMP VALUE ZERO.
001066 77  WS-WKD-WEEKS                   PIC 9(08) COMP VALUE ZERO.
001067 77  WS-WEEKDAY                     PIC 9(01) COMP VALUE ZERO.
001068 77  WS-BACK-STEPS                  PIC 9(04) COMP VALUE ZERO.
001069 77  WS-BACK-STEPS-MAX              PIC 9(04) COMP VALUE 0030.
001070 01  WS-CAL-TABLE.
001071     05  WS-CAL-ENTRY OCCURS 500 TIMES.
001072         10  WS-CAL-DAYS            PIC 9(08) COMP.
001073         10  WS-CAL-TYPE            PIC X(01).
001074 77  WS-BUS-DAY-SWITCH              PIC X(01) VALUE "Y".
001075     88  WS-BUSINESS-DAY                       VALUE "Y".
001076 PROCEDURE DIVISION.
001077*----------------------------------------------------------------*
001078*    0000-MAINLINE-RTN                                           *
001079*----------------------------------------------------------------*
001080 0000-MAINLINE-RTN.
001090     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
001100     PERFORM 2000-SCAN-DECISIONS-RTN THRU 2000-EXIT
001130     PERFORM 3000-EXTRACT-RTN THRU 3000-EXIT
001140         UNTIL WS-END-OF-FILE.
001142     PERFORM 4000-RESEND-REJECTS-RTN THRU 4000-EXIT.
001143     PERFORM 4500-RESEND-RELEASED-RTN THRU 4500-EXIT.
001150     PERFORM 8000-TERMINATE-RTN THRU 8000-EXIT.
001160     STOP RUN.
001170 0000-EXIT.
001230     DISPLAY "SETTLEXT - SETTLEMENT INTERFACE EXTRACT STARTING".
001240     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001250     ACCEPT WS-CURRENT-TIME FROM TIME.
001260     DISPLAY "EXTRACT FOR DATE (YYYYMMDD, "
001265         "0=PRIOR BUSINESS DAY) ? ".
001270     ACCEPT WS-EXTRACT-DATE FROM CONSOLE.
001280     IF WS-EXTRACT-DATE = ZERO
001290         PERFORM 1100-LOAD-CALENDAR-RTN THRU 1100-EXIT
001292         PERFORM 1200-SET-PRIOR-BUS-DAY-RTN THRU 1200-EXIT
001294         DISPLAY "SETTLEXT - EXTRACT DATE DEFAULTS TO "
001296             WS-EXTRACT-DATE
001300     END-IF.
001302     DISPLAY "EXTRACT FOR CYCLE (NN, 0=WHOLE DATE) ? ".
001304     ACCEPT WS-EXTRACT-CYCLE FROM CONSOLE.
001307     MOVE ALL "N" TO WS-REVERSED-CYCLES.
001310     OPEN INPUT AUDFILE.
001320     IF WS-AUD-STATUS NOT = "00"
001330         DISPLAY "SETTLEXT - UNABLE TO OPEN AUDFILE - "
001380     IF WS-SETL-STATUS NOT = "00"
001390         DISPLAY "SETTLEXT - UNABLE TO OPEN SETLFILE - "
001400             "STATUS " WS-SETL-STATUS
001401         STOP RUN
001402     END-IF.
001403     PERFORM 4300-LOAD-HOLDS-RTN THRU 4300-EXIT.
001404     OPEN OUTPUT REXHELDN.
001405     IF WS-RXN-STATUS NOT = "00"
001406         DISPLAY "SETTLEXT - UNABLE TO OPEN REXHELDN - "
001407             "STATUS " WS-RXN-STATUS
001410         STOP RUN
001420     END-IF.
001430     MOVE SPACES TO SETL-HEADER-RECORD.
001670*    2000-SCAN-DECISIONS-RTN - PASS ONE.  NOTE EVERY SET WITH A  *
001680*    TYPE D TIE DECISION POSTED UNDER THE EXTRACT DATE SO ITS    *
001690*    PENDING TIE RECORD CAN BE SKIPPED IN PASS TWO.              *
001695*    A TYPE X REVERSAL FLAGS ITS WHOLE CYCLE AS BACKED OUT.      *
001700*----------------------------------------------------------------*
001710 2000-SCAN-DECISIONS-RTN.
001720     PERFORM 2100-READ-AUDIT-RTN THRU 2100-EXIT.
001730     IF NOT WS-END-OF-FILE
001740             AND AUD-TYPE-TIE-DECISION
001750         PERFORM 2200-NOTE-DECISION-RTN THRU 2200-EXIT
001752     END-IF.
001754     IF NOT WS-END-OF-FILE
001756             AND AUD-TYPE-REVERSAL
001758         PERFORM 2300-NOTE-REVERSAL-RTN THRU 2300-EXIT
001760     END-IF.
001770 2000-EXIT.
001780     EXIT.
001970     MOVE AUD-SET-ID TO WS-DEC-SET-ID(WS-DEC-COUNT).
001980 2200-EXIT.
001990     EXIT.
001991 2300-NOTE-REVERSAL-RTN.
001992     PERFORM 2400-SET-RECORD-CYCLE-RTN THRU 2400-EXIT.
001993     MOVE "Y" TO WS-REVERSED-CYCLE-SW(WS-REC-CYCLE).
001994 2300-EXIT.
001995     EXIT.
001996 2400-SET-RECORD-CYCLE-RTN.
001997     IF AUD-CYCLE-NO IS NUMERIC AND AUD-CYCLE-NO NOT = ZERO
001998         MOVE AUD-CYCLE-NO TO WS-REC-CYCLE
001999     ELSE
002000         MOVE 01 TO WS-REC-CYCLE
002001     END-IF.
002002 2400-EXIT.
002003     EXIT.
002004*----------------------------------------------------------------*
002010*    3000-EXTRACT-RTN - PASS TWO.  CLASSIFY EACH OF THE DATE'S   *
002020*    RECORDS AND WRITE THE VALID ONES TO THE INTERFACE FILE.     *
002030*----------------------------------------------------------------*
002116*    THE SET TWICE.
002117     IF AUD-TYPE-SETL-STATUS
002118         GO TO 3100-EXIT.
002119*    A CYCLE BACKED OUT BY CYCREV IS VOID - NONE OF ITS RECORDS
002120*    EXTRACT, AND ITS COMPARISONS ARE COUNTED ON THE TRAILER AS
002121*    REVERSED SO SETTLEMENT CAN STILL BALANCE THE DATE.
002122     IF AUD-TYPE-REVERSAL
002123         GO TO 3100-EXIT.
002124     PERFORM 2400-SET-RECORD-CYCLE-RTN THRU 2400-EXIT.
002125     IF WS-CYCLE-REVERSED(WS-REC-CYCLE)
002126         IF AUD-TYPE-COMPARISON
002127             ADD 1 TO WS-REVERSED-COUNT
002128         END-IF
002129         GO TO 3100-EXIT.
002130     IF AUD-TYPE-TIE-DECISION
002131         MOVE AUD-WINNER TO WS-WIN-FIELD
002140         PERFORM 3200-WRITE-DETAIL-RTN THRU 3200-EXIT
002150         GO TO 3100-EXIT.
002160     EVALUATE TRUE
002918     END-READ.
002919     IF NOT WS-REX-END-OF-FILE
002921             AND REX-REC-TYPE = "D"
002922         PERFORM 4150-CHECK-RESEND-RTN THRU 4150-EXIT
002923     END-IF.
002924 4100-EXIT.
002925     EXIT.
002980     MOVE WS-ERROR-COUNT TO SETL-TRL-ERROR-COUNT.
002990     MOVE WS-REJECT-COUNT TO SETL-TRL-REJECT-COUNT.
003000     MOVE WS-UNRES-TIE-COUNT TO SETL-TRL-UNRES-TIE-COUNT.
003001     MOVE WS-REVERSED-COUNT TO SETL-TRL-REVERSED-COUNT.
003010     WRITE SETL-TRAILER-RECORD.
003020     CLOSE AUDFILE.
003030     CLOSE SETLFILE.
003031     CLOSE REXHELDN.
003040     DISPLAY "SETTLEXT - EXTRACT COMPLETE FOR " WS-EXTRACT-DATE.
003050     DISPLAY "  VALID SETS EXTRACTED   " WS-DETAIL-COUNT.
003060     DISPLAY "  ERRORED SETS EXCLUDED  " WS-ERROR-COUNT.
003070     DISPLAY "  REJECTED SETS EXCLUDED " WS-REJECT-COUNT.
003071     DISPLAY "  REVERSED SETS SKIPPED  " WS-REVERSED-COUNT.
003080     DISPLAY "  UNRESOLVED TIES        " WS-UNRES-TIE-COUNT.
003082     DISPLAY "  REJECTED SETS RESENT   " WS-RESEND-COUNT.
003083     DISPLAY "  HELD SETS NOT RESENT   " WS-HELD-COUNT.
003084     PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT.
003090 8000-EXIT.
003100     EXIT.
003260     MOVE SPACES TO RLOG-RECORD.
003270     MOVE "SETTLEXT" TO RLOG-PROGRAM.
003280     MOVE WS-CURRENT-DATE TO RLOG-RUN-DATE.
003281     MOVE WS-EXTRACT-CYCLE TO RLOG-CYCLE-NO.
003282     MOVE WS-EXTRACT-DATE TO RLOG-DATA-DATE.
003290     MOVE WS-CURRENT-TIME TO RLOG-START-TIME.
003300     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
003310     ACCEPT RLOG-END-TIME FROM TIME.
003400     CLOSE RUNLOG.
003410 9000-EXIT.
003420     EXIT.
003430*----------------------------------------------------------------*
003440*    1100-LOAD-CALENDAR-RTN - THE CALENDAR EXCEPTIONS INTO THE   *
003450*    TABLE AS DAY SERIALS.  NO FILE MEANS NO HOLIDAYS ARE ON     *
003460*    RECORD AND ONLY WEEKENDS ARE CLOSED.                        *
003470*----------------------------------------------------------------*
003480 1100-LOAD-CALENDAR-RTN.
003490     MOVE ZERO TO WS-CAL-COUNT.
003500     OPEN INPUT CALFILE.
003510     IF WS-CAL-STATUS NOT = "00"
003520         DISPLAY "SETTLEXT - NO BUSINESS-DAY CALENDAR - "
003530             "WEEKENDS ONLY ARE CLOSED"
003540         GO TO 1100-EXIT
003550     END-IF.
003560     PERFORM 1110-READ-CALENDAR-RTN THRU 1110-EXIT
003570         UNTIL WS-CAL-STATUS NOT = "00".
003580     CLOSE CALFILE.
003590     DISPLAY "SETTLEXT - " WS-CAL-COUNT
003600         " CALENDAR DATE(S) LOADED".
003610 1100-EXIT.
003620     EXIT.
003630 1110-READ-CALENDAR-RTN.
003640     READ CALFILE
003650         AT END
003660             MOVE "10" TO WS-CAL-STATUS
003670         NOT AT END
003680             PERFORM 1120-ADD-CALENDAR-DATE-RTN THRU 1120-EXIT
003690     END-READ.
003700 1110-EXIT.
003710     EXIT.
003720 1120-ADD-CALENDAR-DATE-RTN.
003730     IF CAL-DATE IS NOT NUMERIC OR NOT CAL-TYPE-VALID
003740         GO TO 1120-EXIT.
003750     IF WS-CAL-COUNT >= WS-CAL-TABLE-MAX
003760         DISPLAY "SETTLEXT - CALENDAR TABLE FULL - MORE THAN "
003770             WS-CAL-TABLE-MAX " DATES"
003780         STOP RUN
003790     END-IF.
003800     ADD 1 TO WS-CAL-COUNT.
003810     MOVE CAL-DATE TO WS-CNV-DATE.
003820     PERFORM 7200-DATE-TO-DAYS-RTN THRU 7200-EXIT.
003830     MOVE WS-CNV-DAYS TO WS-CAL-DAYS(WS-CAL-COUNT).
003840     MOVE CAL-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT).
003850 1120-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------*
003880*    1200-SET-PRIOR-BUS-DAY-RTN - THE DEFAULT EXTRACT DATE IS    *
003890*    THE LAST BUSINESS DAY BEFORE TODAY, SO A MONDAY RUN PICKS   *
003900*    UP FRIDAY AND A RUN AFTER A HOLIDAY SKIPS IT.  THE WALK     *
003910*    BACK IS BOUNDED SO A BAD CALENDAR CANNOT LOOP THE RUN.      *
003920*----------------------------------------------------------------*
003930 1200-SET-PRIOR-BUS-DAY-RTN.
003940     MOVE WS-CURRENT-DATE TO WS-CNV-DATE.
003950     MOVE ZERO TO WS-BACK-STEPS.
003960     MOVE "N" TO WS-BUS-DAY-SWITCH.
003970     PERFORM 1210-STEP-BACK-RTN THRU 1210-EXIT
003980         UNTIL WS-BUSINESS-DAY
003990            OR WS-BACK-STEPS NOT < WS-BACK-STEPS-MAX.
004000     MOVE WS-CNV-DATE TO WS-EXTRACT-DATE.
004010 1200-EXIT.
004020     EXIT.
004030 1210-STEP-BACK-RTN.
004040     ADD 1 TO WS-BACK-STEPS.
004050     PERFORM 7300-PRIOR-DATE-RTN THRU 7300-EXIT.
004060     PERFORM 7200-DATE-TO-DAYS-RTN THRU 7200-EXIT.
004070     PERFORM 7500-TEST-BUSINESS-DAY-RTN THRU 7500-EXIT.
004080 1210-EXIT.
004090     EXIT.
004100*----------------------------------------------------------------*
004110*    4150-CHECK-RESEND-RTN - A REJECTED SET HELD ON THE RESEND   *
004120*    EXCEPTION FILE IS NOT RESENT.  ITS DETAIL IS CARRIED ON     *
004130*    REXHELDN INSTEAD, AND GOES OUT ONCE THE SET IS RELEASED     *
004140*    (4500).  THE OPERATOR REPLACES REXHELD WITH REXHELDN ONCE   *
004150*    NIGHTBAL HAS PROVED THE NIGHT, BEFORE THE NEXT EXTRACT.     *
004160*----------------------------------------------------------------*
004170 4150-CHECK-RESEND-RTN.
004180     MOVE REX-SET-ID TO WS-HOLD-LOOKUP.
004190     PERFORM 4400-CHECK-HOLD-RTN THRU 4400-EXIT.
004200     IF WS-SET-HELD
004210         WRITE RXN-RECORD FROM REX-RECORD
004220         ADD 1 TO WS-HELD-COUNT
004230     ELSE
004240         PERFORM 4200-RESEND-ONE-RTN THRU 4200-EXIT
004250     END-IF.
004260 4150-EXIT.
004270     EXIT.
004280*----------------------------------------------------------------*
004290*    4300-LOAD-HOLDS-RTN - THE SETS CURRENTLY HELD (STATUS H) ON *
004300*    THE RESEND EXCEPTION FILE.  NO FILE ON HAND MEANS NO SET    *
004310*    IS HELD.  A RELEASED SET (STATUS R) RESENDS AS NORMAL.      *
004320*----------------------------------------------------------------*
004330 4300-LOAD-HOLDS-RTN.
004340     OPEN INPUT SETLEXC.
004350     IF WS-SEXC-STATUS NOT = "00"
004360         DISPLAY "SETTLEXT - NO RESEND EXCEPTION FILE - "
004370             "NO SETS HELD"
004380         GO TO 4300-EXIT
004390     END-IF.
004400     PERFORM 4310-READ-HOLD-RTN THRU 4310-EXIT
004410         UNTIL WS-SEXC-END-OF-FILE.
004420     CLOSE SETLEXC.
004430     DISPLAY "SETTLEXT - " WS-HOLD-COUNT
004440         " SET(S) HELD FROM RESEND".
004450 4300-EXIT.
004460     EXIT.
004470 4310-READ-HOLD-RTN.
004480     READ SETLEXC
004490         AT END
004500             MOVE "Y" TO WS-SEXC-EOF-SWITCH
004510     END-READ.
004520     IF WS-SEXC-END-OF-FILE OR NOT SEXC-HELD
004530         GO TO 4310-EXIT.
004540     IF WS-HOLD-COUNT >= WS-HOLD-TABLE-MAX
004550         DISPLAY "SETTLEXT - HOLD TABLE FULL - MORE THAN "
004560             WS-HOLD-TABLE-MAX " HELD SETS"
004570         STOP RUN
004580     END-IF.
004590     ADD 1 TO WS-HOLD-COUNT.
004600     MOVE SEXC-SET-ID TO WS-HOLD-SET-ID(WS-HOLD-COUNT).
004610 4310-EXIT.
004620     EXIT.
004630 4400-CHECK-HOLD-RTN.
004640     MOVE "N" TO WS-HOLD-FOUND-SWITCH.
004650     PERFORM 4410-MATCH-HOLD-RTN THRU 4410-EXIT
004660         VARYING WS-HOLD-IDX FROM 1 BY 1
004670         UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
004680            OR WS-SET-HELD.
004690 4400-EXIT.
004700     EXIT.
004710 4410-MATCH-HOLD-RTN.
004720     IF WS-HOLD-SET-ID(WS-HOLD-IDX) = WS-HOLD-LOOKUP
004730         MOVE "Y" TO WS-HOLD-FOUND-SWITCH
004740     END-IF.
004750 4410-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------*
004780*    4500-RESEND-RELEASED-RTN - THE DETAILS HELD ON EARLIER RUNS.*
004790*    ONE WHOSE SET IS STILL HELD IS CARRIED FORWARD AGAIN; ONE   *
004800*    WHOSE SET HAS BEEN RELEASED GOES OUT WITH THIS RUN.         *
004810*----------------------------------------------------------------*
004820 4500-RESEND-RELEASED-RTN.
004830     OPEN INPUT REXHELD.
004840     IF WS-RXH-STATUS NOT = "00"
004850         GO TO 4500-EXIT
004860     END-IF.
004870     PERFORM 4510-READ-HELD-RTN THRU 4510-EXIT
004880         UNTIL WS-RXH-END-OF-FILE.
004890     CLOSE REXHELD.
004900     IF WS-RELEASED-COUNT > ZERO
004910         DISPLAY "SETTLEXT - " WS-RELEASED-COUNT
004920             " RELEASED RESEND(S) SENT"
004930     END-IF.
004940 4500-EXIT.
004950     EXIT.
004960 4510-READ-HELD-RTN.
004970     READ REXHELD
004980         AT END
004990             MOVE "Y" TO WS-RXH-EOF-SWITCH
005000     END-READ.
005010     IF WS-RXH-END-OF-FILE
005020             OR RXH-REC-TYPE NOT = "D"
005030         GO TO 4510-EXIT.
005040     MOVE RXH-SET-ID TO WS-HOLD-LOOKUP.
005050     PERFORM 4400-CHECK-HOLD-RTN THRU 4400-EXIT.
005060     IF WS-SET-HELD
005070         WRITE RXN-RECORD FROM RXH-RECORD
005080         ADD 1 TO WS-HELD-COUNT
005090     ELSE
005100         PERFORM 4520-SEND-RELEASED-RTN THRU 4520-EXIT
005110     END-IF.
005120 4510-EXIT.
005130     EXIT.
005140 4520-SEND-RELEASED-RTN.
005150     MOVE SPACES TO SETL-DETAIL-RECORD.
005160     MOVE "D" TO SETL-DTL-REC-TYPE.
005170     MOVE RXH-SET-ID TO SETL-DTL-SET-ID.
005180     MOVE RXH-WIN-FIELD TO SETL-DTL-WIN-FIELD.
005190     MOVE RXH-WIN-VALUE TO SETL-DTL-WIN-VALUE.
005200     WRITE SETL-DETAIL-RECORD.
005210     ADD 1 TO WS-DETAIL-COUNT.
005220     ADD RXH-WIN-VALUE TO WS-HASH-TOTAL.
005230     ADD 1 TO WS-RESEND-COUNT.
005240     ADD 1 TO WS-RELEASED-COUNT.
005250 4520-EXIT.
005260     EXIT.
005270*----------------------------------------------------------------*
005280*    7200-DATE-TO-DAYS-RTN - WS-CNV-DATE (YYYYMMDD) TO A DAY     *
005290*    SERIAL FROM 01/01/1900.  GOOD FOR 1900-2099, WHERE EVERY    *
005300*    FOURTH YEAR LEAPS EXCEPT 1900 ITSELF.                       *
005310*----------------------------------------------------------------*
005320 7200-DATE-TO-DAYS-RTN.
005330     COMPUTE WS-CNV-DAYS = (WS-CNV-YYYY - 1900) * 365.
005340     COMPUTE WS-LEAP-CNT = (WS-CNV-YYYY - 1901) / 4.
005350     ADD WS-LEAP-CNT TO WS-CNV-DAYS.
005360     EVALUATE WS-CNV-MM
005370         WHEN 01 ADD 000 TO WS-CNV-DAYS
005380         WHEN 02 ADD 031 TO WS-CNV-DAYS
005390         WHEN 03 ADD 059 TO WS-CNV-DAYS
005400         WHEN 04 ADD 090 TO WS-CNV-DAYS
005410         WHEN 05 ADD 120 TO WS-CNV-DAYS
005420         WHEN 06 ADD 151 TO WS-CNV-DAYS
005430         WHEN 07 ADD 181 TO WS-CNV-DAYS
005440         WHEN 08 ADD 212 TO WS-CNV-DAYS
005450         WHEN 09 ADD 243 TO WS-CNV-DAYS
005460         WHEN 10 ADD 273 TO WS-CNV-DAYS
005470         WHEN 11 ADD 304 TO WS-CNV-DAYS
005480         WHEN 12 ADD 334 TO WS-CNV-DAYS
005490     END-EVALUATE.
005500     IF WS-CNV-MM > 02
005510         DIVIDE WS-CNV-YYYY BY 4
005520             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
005530         IF WS-LEAP-REM = ZERO
005540                 AND WS-CNV-YYYY NOT = 1900
005550             ADD 1 TO WS-CNV-DAYS
005560         END-IF
005570     END-IF.
005580     ADD WS-CNV-DD TO WS-CNV-DAYS.
005590 7200-EXIT.
005600     EXIT.
005610*----------------------------------------------------------------*
005620*    7300-PRIOR-DATE-RTN - STEP WS-CNV-DATE BACK ONE CALENDAR    *
005630*    DAY, ACROSS MONTH AND YEAR ENDS.                            *
005640*----------------------------------------------------------------*
005650 7300-PRIOR-DATE-RTN.
005660     IF WS-CNV-DD > 01
005670         SUBTRACT 1 FROM WS-CNV-DD
005680         GO TO 7300-EXIT.
005690     IF WS-CNV-MM > 01
005700         SUBTRACT 1 FROM WS-CNV-MM
005710     ELSE
005720         MOVE 12 TO WS-CNV-MM
005730         SUBTRACT 1 FROM WS-CNV-YYYY
005740     END-IF.
005750     EVALUATE WS-CNV-MM
005760         WHEN 04
005770         WHEN 06
005780         WHEN 09
005790         WHEN 11
005800             MOVE 30 TO WS-CNV-DD
005810         WHEN 02
005820             DIVIDE WS-CNV-YYYY BY 4
005830                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
005840             IF WS-LEAP-REM = ZERO
005850                     AND WS-CNV-YYYY NOT = 1900
005860                 MOVE 29 TO WS-CNV-DD
005870             ELSE
005880                 MOVE 28 TO WS-CNV-DD
005890             END-IF
005900         WHEN OTHER
005910             MOVE 31 TO WS-CNV-DD
005920     END-EVALUATE.
005930 7300-EXIT.
005940     EXIT.
005950*----------------------------------------------------------------*
005960*    7400-SET-WEEKDAY-RTN - WEEKDAY OF THE SERIAL IN WS-WKD-DAYS *
005970*    (0 = MONDAY TO 6 = SUNDAY).                                 *
005980*----------------------------------------------------------------*
005990 7400-SET-WEEKDAY-RTN.
006000     COMPUTE WS-WKD-WEEKS = (WS-WKD-DAYS - 1) / 7.
006010     COMPUTE WS-WEEKDAY = WS-WKD-DAYS - 1 - (WS-WKD-WEEKS * 7).
006020 7400-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------*
006050*    7500-TEST-BUSINESS-DAY-RTN - IS THE SERIAL IN WS-CNV-DAYS A *
006060*    BUSINESS DAY?  THE WEEKDAY RULE FIRST, THEN A CALENDAR ROW  *
006070*    FOR THE DATE OVERRIDES IT EITHER WAY.                       *
006080*----------------------------------------------------------------*
006090 7500-TEST-BUSINESS-DAY-RTN.
006100     MOVE WS-CNV-DAYS TO WS-WKD-DAYS.
006110     PERFORM 7400-SET-WEEKDAY-RTN THRU 7400-EXIT.
006120     IF WS-WEEKDAY < 5
006130         MOVE "Y" TO WS-BUS-DAY-SWITCH
006140     ELSE
006150         MOVE "N" TO WS-BUS-DAY-SWITCH
006160     END-IF.
006170     PERFORM 7510-CHECK-CALENDAR-RTN THRU 7510-EXIT
006180         VARYING WS-CAL-IDX FROM 1 BY 1
006190         UNTIL WS-CAL-IDX > WS-CAL-COUNT.
006200 7500-EXIT.
006210     EXIT.
006220 7510-CHECK-CALENDAR-RTN.
006230     IF WS-CAL-DAYS(WS-CAL-IDX) = WS-CNV-DAYS
006240         IF WS-CAL-TYPE(WS-CAL-IDX) = "H"
006250             MOVE "N" TO WS-BUS-DAY-SWITCH
006260         ELSE
006270             MOVE "Y" TO WS-BUS-DAY-SWITCH
006280         END-IF
006290     END-IF.
006300 7510-EXIT.
006310     EXIT.
