000010*****************************************************************
000020*                                                               *
000030*    PROGRAM      JOBGATE                                     *
000040*    FUNCTION     PREDECESSOR GATE FOR THE NIGHTLY JOB        *
000050*                 STREAM.  RUN AS THE STEP IN FRONT OF EACH   *
000060*                 GATED PROGRAM, IT READS THE JOB-STREAM      *
000070*                 DEFINITION (JOBDEF) AND THE OPERATIONS RUN  *
000080*                 LOG (RUNLOG) AND REFUSES THE STEP - WITH    *
000090*                 ITS OWN RETURN CODE AND A RUN LOG ENTRY -   *
000100*                 WHEN A PREDECESSOR FOR THE SAME RUN DATE    *
000110*                 AND CYCLE IS MISSING, ABENDED, OR FINISHED  *
000120*                 AFTER THE STEP'S OWN LAST NORMAL RUN, SO A  *
000130*                 STEP CANNOT WORK FROM A FAILED OR PARTIAL   *
000140*                 NIGHT.  THE LISTING SHOWS WHAT IS BLOCKED   *
000150*                 ACROSS THE WHOLE STREAM AND WHY.            *
000160*                                                               *
000170*****************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. JOBGATE.
000200 AUTHOR. R T MEEKS.
000210 INSTALLATION. RECONCILIATION SYSTEMS UNIT.
000220 DATE-WRITTEN. 10/15/2026.
000230 DATE-COMPILED.
000240*****************************************************************
000250*    MODIFICATION HISTORY                                      *
000260*    DATE        INIT   DESCRIPTION                            *
000270*    10/15/2026  RTM    ORIGINAL VERSION.  THE STEP, RUN      *
000280*                       DATE (0 = TODAY) AND CYCLE (0 = ANY)  *
000290*                       COME FROM THE GATECTL CARD, WITH THE  *
000300*                       CONSOLE PROMPT AS THE FALLBACK.  A    *
000310*                       PREDECESSOR RUN LOGGED WITH NO CYCLE  *
000320*                       OR CYCLE ZERO COVERS EVERY CYCLE OF   *
000330*                       THE DATE.  THE LATEST MATCHING RUN    *
000340*                       WINS, AS IN RUNSTAT.  RETURN CODE 0   *
000350*                       CLEARS THE STEP, 12 BLOCKS IT, 4      *
000360*                       MEANS AN OVERRIDE FORCED A BLOCKED    *
000370*                       STEP AND 16 MEANS THE GATE ITSELF     *
000380*                       COULD NOT RUN.  AN OVERRIDE NEEDS A   *
000390*                       REASON ON THE CARD AND A KNOWN        *
000400*                       USERID, AND IS LOGGED WITH BOTH.      *
000410*    10/15/2026  RTM    PREDECESSORS ARE MATCHED ON THE DATA  *
000420*                       DATE THEY LOGGED, SO A STEP RUN PAST  *
000430*                       MIDNIGHT STILL COUNTS FOR ITS         *
000440*                       BUSINESS DATE; THE RUN DATE IS USED   *
000450*                       ONLY FOR LOG RECORDS WITHOUT ONE.     *
000460*                       THE GATE'S OWN RECORD CARRIES THE     *
000470*                       GATE DATE.                            *
000480*    10/15/2026  RTM    A ZERO OR BLANK RUN DATE ON THE       *
000490*                       GATECTL CARD OR AT THE PROMPT NOW     *
000500*                       MEANS THE PRIOR BUSINESS DAY FROM THE *
000510*                       CALENDAR (CALFILE), AS IN SETTLEXT,   *
000520*                       SO AN UNATTENDED GATE CHECKS THE      *
000530*                       NIGHT THE STREAM IS WORKING ON        *
000540*                       INSTEAD OF A DATE NOTHING HAS RUN     *
000550*                       FOR.                                  *
000560*****************************************************************
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER. IBM-370.
000600 OBJECT-COMPUTER. IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT GATECTL ASSIGN TO "GATECTL"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-CTL-STATUS.
000660     SELECT JOBDEF ASSIGN TO "JOBDEF"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-JOBD-STATUS.
000690     SELECT GATERPT ASSIGN TO "GATERPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RPT-STATUS.
000720     SELECT RUNLOG ASSIGN TO "RUNLOG"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-RLOG-STATUS.
000750     SELECT CALFILE ASSIGN TO "CALFILE"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-CAL-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  GATECTL
000810     LABEL RECORDS ARE STANDARD.
000820 01  GC-RECORD.
000830     05  GC-STEP                        PIC X(12).
000840     05  GC-RUN-DATE                    PIC 9(08).
000850     05  GC-CYCLE-NO                    PIC 9(02).
000860     05  GC-OVERRIDE                    PIC X(01).
000870     05  GC-OVERRIDE-REASON             PIC X(30).
000880     05  FILLER                         PIC X(27).
000890 FD  JOBDEF
000900     LABEL RECORDS ARE STANDARD.
000910 COPY JOBDREC.
000920 FD  GATERPT
000930     LABEL RECORDS ARE STANDARD.
000940 01  RPT-RECORD                     PIC X(132).
000950 FD  RUNLOG
000960     LABEL RECORDS ARE STANDARD.
000970 COPY RLOGREC.
000980 FD  CALFILE
000990     LABEL RECORDS ARE STANDARD.
001000 COPY CALREC.
001010 WORKING-STORAGE SECTION.
001020*----------------------------------------------------------------*
001030*    FILE STATUS FIELDS                                          *
001040*----------------------------------------------------------------*
001050 77  WS-CTL-STATUS                  PIC X(02) VALUE SPACES.
001060 77  WS-JOBD-STATUS                 PIC X(02) VALUE SPACES.
001070 77  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
001080 77  WS-RLOG-STATUS                 PIC X(02) VALUE SPACES.
001090 77  WS-CAL-STATUS                  PIC X(02) VALUE SPACES.
001100 77  WS-RLOG-STATUS-CODE            PIC X(01) VALUE "N".
001110*----------------------------------------------------------------*
001120*    SWITCHES                                                    *
001130*----------------------------------------------------------------*
001140 77  WS-EOF-SWITCH                  PIC X(01) VALUE "N".
001150     88  WS-END-OF-FILE                        VALUE "Y".
001160 77  WS-JOBD-EOF-SWITCH             PIC X(01) VALUE "N".
001170     88  WS-JOBD-END-OF-FILE                   VALUE "Y".
001180 77  WS-OVERRIDE-SWITCH             PIC X(01) VALUE "N".
001190     88  WS-OVERRIDE-REQUESTED                 VALUE "Y".
001200 77  WS-DEFINED-SWITCH              PIC X(01) VALUE "N".
001210     88  WS-STEP-DEFINED                       VALUE "Y".
001220 77  WS-BLOCKED-SWITCH              PIC X(01) VALUE "N".
001230     88  WS-STEP-BLOCKED                       VALUE "Y".
001240 77  WS-FOUND-SWITCH                PIC X(01) VALUE "N".
001250     88  WS-STEP-FOUND                         VALUE "Y".
001260*----------------------------------------------------------------*
001270*    RUN IDENTIFICATION AND THE STEP BEING GATED                 *
001280*----------------------------------------------------------------*
001290 77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
001300 77  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.
001310 77  WS-USERID                      PIC X(08) VALUE SPACES.
001320 77  WS-GATE-STEP                   PIC X(12) VALUE SPACES.
001330 77  WS-GATE-DATE                   PIC 9(08) VALUE ZERO.
001340 77  WS-GATE-CYCLE                  PIC 9(02) VALUE ZERO.
001350 77  WS-LOG-DATE                    PIC 9(08) VALUE ZERO.
001360 77  WS-OVERRIDE-REASON             PIC X(30) VALUE SPACES.
001370 77  WS-GATE-RESULT                 PIC X(08) VALUE SPACES.
001380 77  WS-GATE-RC                     PIC 9(02) VALUE ZERO.
001390*----------------------------------------------------------------*
001400*    DATE ARITHMETIC.  WS-CNV-DATE (YYYYMMDD) CONVERTS TO A DAY  *
001410*    SERIAL FROM 01/01/1900, GOOD FOR 1900-2099 WHERE EVERY      *
001420*    FOURTH YEAR IS A LEAP YEAR EXCEPT 1900 ITSELF.              *
001430*----------------------------------------------------------------*
001440 01  WS-CNV-DATE                    PIC 9(08) VALUE ZERO.
001450 01  WS-CNV-DATE-R REDEFINES WS-CNV-DATE.
001460     05  WS-CNV-YYYY                PIC 9(04).
001470     05  WS-CNV-MM                  PIC 9(02).
001480     05  WS-CNV-DD                  PIC 9(02).
001490 77  WS-CNV-DAYS                    PIC 9(08) COMP VALUE ZERO.
001500 77  WS-LEAP-CNT                    PIC 9(04) COMP VALUE ZERO.
001510 77  WS-LEAP-QUOT                   PIC 9(04) COMP VALUE ZERO.
001520 77  WS-LEAP-REM                    PIC 9(04) COMP VALUE ZERO.
001530*----------------------------------------------------------------*
001540*    BUSINESS-DAY CALENDAR (LOADED FROM CALFILE).  MONDAY TO     *
001550*    FRIDAY ARE BUSINESS DAYS UNLESS THE CALENDAR LISTS THE      *
001560*    DATE AS A HOLIDAY (H); A WEEKEND DATE LISTED AS A WORKED    *
001570*    DAY (B) IS A BUSINESS DAY.  DATES ARE HELD AS DAY SERIALS - *
001580*    SERIAL 1 (01/01/1900) WAS A MONDAY, SO THE WEEKDAY IS THE   *
001590*    REMAINDER OF (SERIAL - 1) / 7, 0 = MONDAY TO 6 = SUNDAY.    *
001600*----------------------------------------------------------------*
001610 77  WS-CAL-TABLE-MAX               PIC 9(04) COMP VALUE 0500.
001620 77  WS-CAL-COUNT                   PIC 9(04) COMP VALUE ZERO.
001630 77  WS-CAL-IDX                     PIC 9(04) COMP VALUE ZERO.
001640 77  WS-WKD-DAYS                    PIC 9(08) COMP VALUE ZERO.
001650 77  WS-WKD-WEEKS                   PIC 9(08) COMP VALUE ZERO.
001660 77  WS-WEEKDAY                     PIC 9(01) COMP VALUE ZERO.
001670 77  WS-BACK-STEPS                  PIC 9(04) COMP VALUE ZERO.
001680 77  WS-BACK-STEPS-MAX              PIC 9(04) COMP VALUE 0030.
001690 01  WS-CAL-TABLE.
001700     05  WS-CAL-ENTRY OCCURS 500 TIMES.
001710         10  WS-CAL-DAYS            PIC 9(08) COMP.
001720         10  WS-CAL-TYPE            PIC X(01).
001730 77  WS-BUS-DAY-SWITCH              PIC X(01) VALUE "Y".
001740     88  WS-BUSINESS-DAY                       VALUE "Y".
001750*----------------------------------------------------------------*
001760*    COUNTERS                                                    *
001770*----------------------------------------------------------------*
001780 77  WS-LOG-READ-COUNT              PIC 9(08) COMP VALUE ZERO.
001790 77  WS-PRED-CHECKED                PIC 9(08) COMP VALUE ZERO.
001800 77  WS-BLOCK-REASONS               PIC 9(08) COMP VALUE ZERO.
001810 77  WS-GATE-PRED-CHECKED           PIC 9(08) COMP VALUE ZERO.
001820 77  WS-GATE-BLOCK-REASONS          PIC 9(08) COMP VALUE ZERO.
001830 77  WS-STREAM-BLOCKED              PIC 9(04) COMP VALUE ZERO.
001840*----------------------------------------------------------------*
001850*    JOB-STREAM DEFINITION TABLE, IN FILE ORDER, AND THE         *
001860*    DISTINCT STEPS IT NAMES, IN ORDER OF FIRST APPEARANCE       *
001870*----------------------------------------------------------------*
001880 77  WS-JD-TABLE-MAX                PIC 9(04) COMP VALUE 0200.
001890 77  WS-JD-COUNT                    PIC 9(04) COMP VALUE ZERO.
001900 77  WS-JD-IDX                      PIC 9(04) COMP VALUE ZERO.
001910 01  WS-JOBDEF-TABLE.
001920     05  WS-JD-ENTRY OCCURS 200 TIMES.
001930         10  WS-JD-STEP             PIC X(12).
001940         10  WS-JD-PRED-STEP        PIC X(12).
001950 77  WS-ST-TABLE-MAX                PIC 9(04) COMP VALUE 0050.
001960 77  WS-ST-COUNT                    PIC 9(04) COMP VALUE ZERO.
001970 77  WS-ST-IDX                      PIC 9(04) COMP VALUE ZERO.
001980 01  WS-STEP-TABLE.
001990     05  WS-ST-STEP OCCURS 50 TIMES PIC X(12).
002000*----------------------------------------------------------------*
002010*    RUN LOG TABLE - THE RUNS LOGGED FOR THE GATE DATE, IN FILE  *
002020*    ORDER, SO THE LATEST ENTRY FOR A PROGRAM WINS.  THE GATE'S  *
002030*    OWN ENTRIES ARE LEFT OUT - THEY ARE NOT RUNS OF THE STEP.   *
002040*----------------------------------------------------------------*
002050 77  WS-LOG-TABLE-MAX               PIC 9(04) COMP VALUE 1000.
002060 77  WS-LOG-COUNT                   PIC 9(04) COMP VALUE ZERO.
002070 77  WS-LOG-IDX                     PIC 9(04) COMP VALUE ZERO.
002080 01  WS-LOG-TABLE.
002090     05  WS-LOG-ENTRY OCCURS 1000 TIMES.
002100         10  WS-LT-PROGRAM          PIC X(12).
002110         10  WS-LT-CYCLE            PIC X(02).
002120         10  WS-LT-CYCLE-N REDEFINES WS-LT-CYCLE
002130                                    PIC 9(02).
002140         10  WS-LT-STATUS           PIC X(01).
002150         10  WS-LT-END-STAMP.
002160             15  WS-LT-END-DATE     PIC 9(08).
002170             15  WS-LT-END-TIME     PIC 9(08).
002180*----------------------------------------------------------------*
002190*    STEP EVALUATION WORK FIELDS                                 *
002200*----------------------------------------------------------------*
002210 77  WS-EVAL-STEP                   PIC X(12) VALUE SPACES.
002220 77  WS-LOOKUP-PROGRAM              PIC X(12) VALUE SPACES.
002230 77  WS-LOOKUP-NORMAL-SW            PIC X(01) VALUE "N".
002240     88  WS-LOOKUP-NORMAL-ONLY                 VALUE "Y".
002250 77  WS-MATCH-IDX                   PIC 9(04) COMP VALUE ZERO.
002260 77  WS-OWN-IDX                     PIC 9(04) COMP VALUE ZERO.
002270 77  WS-PRED-IDX                    PIC 9(04) COMP VALUE ZERO.
002280*----------------------------------------------------------------*
002290*    REPORT LINE LAYOUTS                                         *
002300*----------------------------------------------------------------*
002310 01  WS-REPORT-HEADING-1.
002320     05  FILLER                     PIC X(01) VALUE SPACE.
002330     05  FILLER                     PIC X(40)
002340             VALUE "JOB-STREAM PREDECESSOR GATE LISTING".
002350     05  FILLER                     PIC X(10) VALUE SPACES.
002360     05  FILLER                     PIC X(11) VALUE "RUN DATE : ".
002370     05  WS-HDG-DATE                PIC 9(08).
002380     05  FILLER                     PIC X(05) VALUE SPACES.
002390     05  FILLER                     PIC X(11) VALUE "RUN TIME : ".
002400     05  WS-HDG-TIME                PIC 9(08).
002410 01  WS-REPORT-HEADING-2.
002420     05  FILLER                     PIC X(01) VALUE SPACE.
002430     05  FILLER                     PIC X(11) VALUE "PROGRAM : ".
002440     05  FILLER                     PIC X(15) VALUE "JOBGATE".
002450     05  FILLER                     PIC X(07) VALUE "STEP : ".
002460     05  WS-HDG-STEP                PIC X(12).
002470     05  FILLER                     PIC X(03) VALUE SPACES.
002480     05  FILLER                     PIC X(12)
002490             VALUE "GATE DATE : ".
002500     05  WS-HDG-GATE-DATE           PIC 9(08).
002510     05  FILLER                     PIC X(05) VALUE SPACES.
002520     05  FILLER                     PIC X(08) VALUE "CYCLE : ".
002530     05  WS-HDG-CYCLE               PIC X(03).
002540     05  FILLER                     PIC X(05) VALUE SPACES.
002550     05  FILLER                     PIC X(09) VALUE "USERID : ".
002560     05  WS-HDG-USERID              PIC X(08).
002570 01  WS-SECTION-HEADING.
002580     05  FILLER                     PIC X(01) VALUE SPACE.
002590     05  WS-SEC-TEXT                PIC X(60).
002600 01  WS-REPORT-COLUMN-HDGS.
002610     05  FILLER                     PIC X(02) VALUE SPACES.
002620     05  FILLER                     PIC X(12) VALUE "STEP".
002630     05  FILLER                     PIC X(02) VALUE SPACES.
002640     05  FILLER                     PIC X(12) VALUE "PREDECESSOR".
002650     05  FILLER                     PIC X(02) VALUE SPACES.
002660     05  FILLER                     PIC X(08) VALUE "LAST RUN".
002670     05  FILLER                     PIC X(02) VALUE SPACES.
002680     05  FILLER                     PIC X(02) VALUE "CY".
002690     05  FILLER                     PIC X(02) VALUE SPACES.
002700     05  FILLER                     PIC X(08) VALUE "END DATE".
002710     05  FILLER                     PIC X(02) VALUE SPACES.
002720     05  FILLER                     PIC X(08) VALUE "END TIME".
002730     05  FILLER                     PIC X(02) VALUE SPACES.
002740     05  FILLER                     PIC X(40) VALUE "GATE".
002750 01  WS-DETAIL-LINE.
002760     05  FILLER                     PIC X(02) VALUE SPACES.
002770     05  WS-DTL-STEP                PIC X(12).
002780     05  FILLER                     PIC X(02) VALUE SPACES.
002790     05  WS-DTL-PRED                PIC X(12).
002800     05  FILLER                     PIC X(02) VALUE SPACES.
002810     05  WS-DTL-RUN-STATUS          PIC X(08).
002820     05  FILLER                     PIC X(02) VALUE SPACES.
002830     05  WS-DTL-CYCLE               PIC X(02).
002840     05  FILLER                     PIC X(02) VALUE SPACES.
002850     05  WS-DTL-END-DATE            PIC X(08).
002860     05  FILLER                     PIC X(02) VALUE SPACES.
002870     05  WS-DTL-END-TIME            PIC X(08).
002880     05  FILLER                     PIC X(02) VALUE SPACES.
002890     05  WS-DTL-REASON              PIC X(40).
002900 01  WS-STEP-RESULT-LINE.
002910     05  FILLER                     PIC X(02) VALUE SPACES.
002920     05  WS-SRL-STEP                PIC X(12).
002930     05  FILLER                     PIC X(04) VALUE " => ".
002940     05  WS-SRL-RESULT              PIC X(08).
002950 01  WS-GATE-RESULT-LINE.
002960     05  FILLER                     PIC X(01) VALUE SPACE.
002970     05  FILLER                     PIC X(07) VALUE "STEP : ".
002980     05  WS-GRL-STEP                PIC X(12).
002990     05  FILLER                     PIC X(03) VALUE SPACES.
003000     05  FILLER                     PIC X(09) VALUE "RESULT : ".
003010     05  WS-GRL-RESULT              PIC X(08).
003020     05  FILLER                     PIC X(03) VALUE SPACES.
003030     05  FILLER                     PIC X(14)
003040             VALUE "RETURN CODE : ".
003050     05  WS-GRL-RC                  PIC Z9.
003060 01  WS-OVERRIDE-LINE.
003070     05  FILLER                     PIC X(01) VALUE SPACE.
003080     05  FILLER                     PIC X(15)
003090             VALUE "OVERRIDDEN BY ".
003100     05  WS-OVL-USERID              PIC X(08).
003110     05  FILLER                     PIC X(03) VALUE " - ".
003120     05  WS-OVL-REASON              PIC X(30).
003130 01  WS-FOOTER-LINE.
003140     05  FILLER                     PIC X(01) VALUE SPACE.
003150     05  FILLER                     PIC X(20)
003160             VALUE "STEPS DEFINED     = ".
003170     05  WS-FTR-STEPS               PIC ZZZ9.
003180     05  FILLER                     PIC X(05) VALUE SPACES.
003190     05  FILLER                     PIC X(20)
003200             VALUE "STEPS BLOCKED     = ".
003210     05  WS-FTR-BLOCKED             PIC ZZZ9.
003220     05  FILLER                     PIC X(05) VALUE SPACES.
003230     05  FILLER                     PIC X(20)
003240             VALUE "RUNS ON THE LOG   = ".
003250     05  WS-FTR-RUNS                PIC ZZZZZ9.
003260 PROCEDURE DIVISION.
003270*----------------------------------------------------------------*
003280*    0000-MAINLINE-RTN                                           *
003290*----------------------------------------------------------------*
003300 0000-MAINLINE-RTN.
003310     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
003320     PERFORM 2000-LOAD-JOBDEF-RTN THRU 2000-EXIT.
003330     PERFORM 2500-LOAD-RUNLOG-RTN THRU 2500-EXIT.
003340     PERFORM 3000-GATE-STEP-RTN THRU 3000-EXIT.
003350     PERFORM 4000-LIST-STREAM-RTN THRU 4000-EXIT.
003360     PERFORM 8000-TERMINATE-RTN THRU 8000-EXIT.
003370     MOVE WS-GATE-RC TO RETURN-CODE.
003380     STOP RUN.
003390 0000-EXIT.
003400     EXIT.
003410*----------------------------------------------------------------*
003420*    1000-INITIALIZE-RTN - THE STEP, DATE, CYCLE AND ANY         *
003430*    OVERRIDE COME FROM THE GATECTL CARD; THE CONSOLE PROMPT     *
003440*    REMAINS THE FALLBACK BUT CANNOT OVERRIDE.  A ZERO OR BLANK  *
003450*    DATE MEANS THE PRIOR BUSINESS DAY, THE DATE THE NIGHT'S     *
003460*    STREAM WORKS ON.  AN OVERRIDE IS ONLY TAKEN WITH A REASON   *
003470*    AND A KNOWN USERID, SO THE LOG SAYS WHO FORCED THE STEP AND *
003480*    WHY.                                                        *
003490*----------------------------------------------------------------*
003500 1000-INITIALIZE-RTN.
003510     DISPLAY "JOBGATE - JOB-STREAM PREDECESSOR GATE STARTING".
003520     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003530     ACCEPT WS-CURRENT-TIME FROM TIME.
003540     ACCEPT WS-USERID FROM ENVIRONMENT "USER".
003550     IF WS-USERID = SPACES
003560         MOVE "UNKNOWN" TO WS-USERID
003570     END-IF.
003580     OPEN INPUT GATECTL.
003590     IF WS-CTL-STATUS = "00"
003600         READ GATECTL
003610             AT END
003620                 PERFORM 1060-PROMPT-OPERATOR-RTN THRU 1060-EXIT
003630             NOT AT END
003640                 PERFORM 1070-APPLY-GATE-CARD-RTN THRU 1070-EXIT
003650         END-READ
003660         CLOSE GATECTL
003670     ELSE
003680         PERFORM 1060-PROMPT-OPERATOR-RTN THRU 1060-EXIT
003690     END-IF.
003700     IF WS-GATE-STEP = SPACES
003710         DISPLAY "JOBGATE - NO STEP NAMED TO GATE"
003720         MOVE 16 TO RETURN-CODE
003730         STOP RUN
003740     END-IF.
003750     IF WS-GATE-DATE IS NOT NUMERIC OR WS-GATE-DATE = ZERO
003760         PERFORM 1100-LOAD-CALENDAR-RTN THRU 1100-EXIT
003770         PERFORM 1150-SET-PRIOR-BUS-DAY-RTN THRU 1150-EXIT
003780         DISPLAY "JOBGATE - GATE DATE DEFAULTS TO " WS-GATE-DATE
003790     END-IF.
003800     IF WS-GATE-CYCLE IS NOT NUMERIC
003810         MOVE ZERO TO WS-GATE-CYCLE
003820     END-IF.
003830     DISPLAY "JOBGATE - GATING " WS-GATE-STEP " FOR "
003840         WS-GATE-DATE " CYCLE " WS-GATE-CYCLE.
003850     OPEN OUTPUT GATERPT.
003860     IF WS-RPT-STATUS NOT = "00"
003870         DISPLAY "JOBGATE - UNABLE TO OPEN GATERPT - "
003880             "STATUS " WS-RPT-STATUS
003890         MOVE 16 TO RETURN-CODE
003900         STOP RUN
003910     END-IF.
003920     PERFORM 1400-WRITE-REPORT-HEADINGS-RTN THRU 1400-EXIT.
003930 1000-EXIT.
003940     EXIT.
003950 1060-PROMPT-OPERATOR-RTN.
003960     DISPLAY "STEP TO GATE (PROGRAM NAME) ? ".
003970     ACCEPT WS-GATE-STEP FROM CONSOLE.
003980     DISPLAY "RUN DATE (YYYYMMDD, 0=PRIOR BUSINESS DAY) ? ".
003990     ACCEPT WS-GATE-DATE FROM CONSOLE.
004000     DISPLAY "CYCLE (NN, 0=ANY) ? ".
004010     ACCEPT WS-GATE-CYCLE FROM CONSOLE.
004020 1060-EXIT.
004030     EXIT.
004040 1070-APPLY-GATE-CARD-RTN.
004050     MOVE GC-STEP TO WS-GATE-STEP.
004060     MOVE GC-RUN-DATE TO WS-GATE-DATE.
004070     MOVE GC-CYCLE-NO TO WS-GATE-CYCLE.
004080     IF GC-OVERRIDE NOT = "Y"
004090         GO TO 1070-EXIT.
004100     IF GC-OVERRIDE-REASON = SPACES
004110         DISPLAY "JOBGATE - OVERRIDE IGNORED - NO REASON "
004120             "GIVEN ON GATECTL"
004130         GO TO 1070-EXIT.
004140     IF WS-USERID = "UNKNOWN"
004150         DISPLAY "JOBGATE - OVERRIDE IGNORED - USERID "
004160             "UNKNOWN"
004170         GO TO 1070-EXIT.
004180     MOVE "Y" TO WS-OVERRIDE-SWITCH.
004190     MOVE GC-OVERRIDE-REASON TO WS-OVERRIDE-REASON.
004200 1070-EXIT.
004210     EXIT.
004220*----------------------------------------------------------------*
004230*    1100-LOAD-CALENDAR-RTN - THE CALENDAR EXCEPTIONS INTO THE   *
004240*    TABLE AS DAY SERIALS.  NO FILE MEANS NO HOLIDAYS ARE ON     *
004250*    RECORD AND ONLY WEEKENDS ARE CLOSED.                        *
004260*----------------------------------------------------------------*
004270 1100-LOAD-CALENDAR-RTN.
004280     MOVE ZERO TO WS-CAL-COUNT.
004290     OPEN INPUT CALFILE.
004300     IF WS-CAL-STATUS NOT = "00"
004310         DISPLAY "JOBGATE - NO BUSINESS-DAY CALENDAR - "
004320             "WEEKENDS ONLY ARE CLOSED"
004330         GO TO 1100-EXIT
004340     END-IF.
004350     PERFORM 1110-READ-CALENDAR-RTN THRU 1110-EXIT
004360         UNTIL WS-CAL-STATUS NOT = "00".
004370     CLOSE CALFILE.
004380     DISPLAY "JOBGATE - " WS-CAL-COUNT
004390         " CALENDAR DATE(S) LOADED".
004400 1100-EXIT.
004410     EXIT.
004420 1110-READ-CALENDAR-RTN.
004430     READ CALFILE
004440         AT END
004450             MOVE "10" TO WS-CAL-STATUS
004460         NOT AT END
004470             PERFORM 1120-ADD-CALENDAR-DATE-RTN THRU 1120-EXIT
004480     END-READ.
004490 1110-EXIT.
004500     EXIT.
004510 1120-ADD-CALENDAR-DATE-RTN.
004520     IF CAL-DATE IS NOT NUMERIC OR NOT CAL-TYPE-VALID
004530         GO TO 1120-EXIT.
004540     IF WS-CAL-COUNT >= WS-CAL-TABLE-MAX
004550         DISPLAY "JOBGATE - CALENDAR TABLE FULL - MORE THAN "
004560             WS-CAL-TABLE-MAX " DATES"
004570         STOP RUN
004580     END-IF.
004590     ADD 1 TO WS-CAL-COUNT.
004600     MOVE CAL-DATE TO WS-CNV-DATE.
004610     PERFORM 7700-DATE-TO-DAYS-RTN THRU 7700-EXIT.
004620     MOVE WS-CNV-DAYS TO WS-CAL-DAYS(WS-CAL-COUNT).
004630     MOVE CAL-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT).
004640 1120-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------*
004670*    1150-SET-PRIOR-BUS-DAY-RTN - THE DEFAULT GATE DATE IS THE   *
004680*    LAST BUSINESS DAY BEFORE TODAY - THE DATE SETTLEXT DEFAULTS *
004690*    TO ON THE SAME NIGHT - SO A MONDAY GATE CHECKS FRIDAY'S     *
004700*    RUNS AND A GATE AFTER A HOLIDAY SKIPS IT.  THE WALK BACK IS *
004710*    BOUNDED SO A BAD CALENDAR CANNOT LOOP THE RUN.              *
004720*----------------------------------------------------------------*
004730 1150-SET-PRIOR-BUS-DAY-RTN.
004740     MOVE WS-CURRENT-DATE TO WS-CNV-DATE.
004750     MOVE ZERO TO WS-BACK-STEPS.
004760     MOVE "N" TO WS-BUS-DAY-SWITCH.
004770     PERFORM 1160-STEP-BACK-RTN THRU 1160-EXIT
004780         UNTIL WS-BUSINESS-DAY
004790            OR WS-BACK-STEPS NOT < WS-BACK-STEPS-MAX.
004800     MOVE WS-CNV-DATE TO WS-GATE-DATE.
004810 1150-EXIT.
004820     EXIT.
004830 1160-STEP-BACK-RTN.
004840     ADD 1 TO WS-BACK-STEPS.
004850     PERFORM 7710-PRIOR-DATE-RTN THRU 7710-EXIT.
004860     PERFORM 7700-DATE-TO-DAYS-RTN THRU 7700-EXIT.
004870     PERFORM 7730-TEST-BUSINESS-DAY-RTN THRU 7730-EXIT.
004880 1160-EXIT.
004890     EXIT.
004900 1400-WRITE-REPORT-HEADINGS-RTN.
004910     MOVE WS-CURRENT-DATE TO WS-HDG-DATE.
004920     MOVE WS-CURRENT-TIME TO WS-HDG-TIME.
004930     MOVE WS-GATE-STEP TO WS-HDG-STEP.
004940     MOVE WS-GATE-DATE TO WS-HDG-GATE-DATE.
004950     IF WS-GATE-CYCLE = ZERO
004960         MOVE "ANY" TO WS-HDG-CYCLE
004970     ELSE
004980         MOVE WS-GATE-CYCLE TO WS-HDG-CYCLE
004990     END-IF.
005000     MOVE WS-USERID TO WS-HDG-USERID.
005010     WRITE RPT-RECORD FROM WS-REPORT-HEADING-1.
005020     WRITE RPT-RECORD FROM WS-REPORT-HEADING-2.
005030 1400-EXIT.
005040     EXIT.
005050*----------------------------------------------------------------*
005060*    2000-LOAD-JOBDEF-RTN - THE JOB-STREAM DEFINITION INTO THE   *
005070*    TABLE.  WITHOUT IT NOTHING CAN BE GATED, SO THE GATE        *
005080*    ITSELF FAILS.                                               *
005090*----------------------------------------------------------------*
005100 2000-LOAD-JOBDEF-RTN.
005110     OPEN INPUT JOBDEF.
005120     IF WS-JOBD-STATUS NOT = "00"
005130         DISPLAY "JOBGATE - UNABLE TO OPEN JOBDEF - "
005140             "STATUS " WS-JOBD-STATUS
005150         MOVE 16 TO RETURN-CODE
005160         STOP RUN
005170     END-IF.
005180     PERFORM 2100-READ-JOBDEF-RTN THRU 2100-EXIT
005190         UNTIL WS-JOBD-END-OF-FILE.
005200     CLOSE JOBDEF.
005210 2000-EXIT.
005220     EXIT.
005230 2100-READ-JOBDEF-RTN.
005240     READ JOBDEF
005250         AT END
005260             MOVE "Y" TO WS-JOBD-EOF-SWITCH
005270     END-READ.
005280     IF NOT WS-JOBD-END-OF-FILE
005290         PERFORM 2200-ADD-JOBDEF-ROW-RTN THRU 2200-EXIT
005300     END-IF.
005310 2100-EXIT.
005320     EXIT.
005330 2200-ADD-JOBDEF-ROW-RTN.
005340     IF JOBD-STEP = SPACES OR JOBD-STEP(1:1) = "*"
005350         GO TO 2200-EXIT.
005360     IF WS-JD-COUNT >= WS-JD-TABLE-MAX
005370         DISPLAY "JOBGATE - JOBDEF TABLE FULL - MORE THAN "
005380             WS-JD-TABLE-MAX " ROWS"
005390         MOVE 16 TO RETURN-CODE
005400         STOP RUN
005410     END-IF.
005420     ADD 1 TO WS-JD-COUNT.
005430     MOVE JOBD-STEP TO WS-JD-STEP(WS-JD-COUNT).
005440     MOVE JOBD-PRED-STEP TO WS-JD-PRED-STEP(WS-JD-COUNT).
005450     MOVE "N" TO WS-FOUND-SWITCH.
005460     PERFORM 2210-MATCH-STEP-RTN THRU 2210-EXIT
005470         VARYING WS-ST-IDX FROM 1 BY 1
005480         UNTIL WS-ST-IDX > WS-ST-COUNT.
005490     IF WS-STEP-FOUND
005500         GO TO 2200-EXIT.
005510     IF WS-ST-COUNT >= WS-ST-TABLE-MAX
005520         DISPLAY "JOBGATE - STEP TABLE FULL - MORE THAN "
005530             WS-ST-TABLE-MAX " STEPS"
005540         MOVE 16 TO RETURN-CODE
005550         STOP RUN
005560     END-IF.
005570     ADD 1 TO WS-ST-COUNT.
005580     MOVE JOBD-STEP TO WS-ST-STEP(WS-ST-COUNT).
005590 2200-EXIT.
005600     EXIT.
005610 2210-MATCH-STEP-RTN.
005620     IF WS-ST-STEP(WS-ST-IDX) = JOBD-STEP
005630         MOVE "Y" TO WS-FOUND-SWITCH
005640     END-IF.
005650 2210-EXIT.
005660     EXIT.
005670*----------------------------------------------------------------*
005680*    2500-LOAD-RUNLOG-RTN - THE RUNS LOGGED FOR THE GATE DATE.   *
005690*    NO RUN LOG YET SIMPLY MEANS NOTHING HAS RUN.                *
005700*----------------------------------------------------------------*
005710 2500-LOAD-RUNLOG-RTN.
005720     OPEN INPUT RUNLOG.
005730     IF WS-RLOG-STATUS NOT = "00"
005740         DISPLAY "JOBGATE - NO RUN LOG - NOTHING HAS RUN"
005750         GO TO 2500-EXIT.
005760     MOVE "N" TO WS-EOF-SWITCH.
005770     PERFORM 2600-READ-RUNLOG-RTN THRU 2600-EXIT
005780         UNTIL WS-END-OF-FILE.
005790     CLOSE RUNLOG.
005800 2500-EXIT.
005810     EXIT.
005820 2600-READ-RUNLOG-RTN.
005830     READ RUNLOG
005840         AT END
005850             MOVE "Y" TO WS-EOF-SWITCH
005860     END-READ.
005870     IF NOT WS-END-OF-FILE
005880         ADD 1 TO WS-LOG-READ-COUNT
005890         PERFORM 2700-ADD-LOG-ENTRY-RTN THRU 2700-EXIT
005900     END-IF.
005910 2600-EXIT.
005920     EXIT.
005930 2700-ADD-LOG-ENTRY-RTN.
005940     IF RLOG-PROGRAM = "JOBGATE"
005950         GO TO 2700-EXIT.
005960     IF RLOG-DATA-DATE IS NUMERIC AND RLOG-DATA-DATE > ZERO
005970         MOVE RLOG-DATA-DATE TO WS-LOG-DATE
005980     ELSE
005990         MOVE RLOG-RUN-DATE TO WS-LOG-DATE
006000     END-IF.
006010     IF WS-LOG-DATE NOT = WS-GATE-DATE
006020         GO TO 2700-EXIT.
006030     IF NOT RLOG-RUN-NORMAL AND NOT RLOG-RUN-ABENDED
006040         GO TO 2700-EXIT.
006050     IF WS-LOG-COUNT >= WS-LOG-TABLE-MAX
006060         DISPLAY "JOBGATE - RUN LOG TABLE FULL - MORE THAN "
006070             WS-LOG-TABLE-MAX " ENTRIES FOR THE DATE"
006080         MOVE 16 TO RETURN-CODE
006090         STOP RUN
006100     END-IF.
006110     ADD 1 TO WS-LOG-COUNT.
006120     MOVE RLOG-PROGRAM TO WS-LT-PROGRAM(WS-LOG-COUNT).
006130     MOVE RLOG-CYCLE-NO TO WS-LT-CYCLE(WS-LOG-COUNT).
006140     MOVE RLOG-STATUS TO WS-LT-STATUS(WS-LOG-COUNT).
006150     MOVE RLOG-END-DATE TO WS-LT-END-DATE(WS-LOG-COUNT).
006160     MOVE RLOG-END-TIME TO WS-LT-END-TIME(WS-LOG-COUNT).
006170 2700-EXIT.
006180     EXIT.
006190*----------------------------------------------------------------*
006200*    3000-GATE-STEP-RTN - THE VERDICT FOR THE STEP ON THE CARD.  *
006210*    A BLOCKED STEP WITH A VALID OVERRIDE IS FORCED THROUGH.     *
006220*----------------------------------------------------------------*
006230 3000-GATE-STEP-RTN.
006240     MOVE SPACES TO RPT-RECORD.
006250     WRITE RPT-RECORD.
006260     MOVE "GATE CHECK FOR THE STEP" TO WS-SEC-TEXT.
006270     WRITE RPT-RECORD FROM WS-SECTION-HEADING.
006280     WRITE RPT-RECORD FROM WS-REPORT-COLUMN-HDGS.
006290     MOVE WS-GATE-STEP TO WS-EVAL-STEP.
006300     PERFORM 5000-EVALUATE-STEP-RTN THRU 5000-EXIT.
006310     MOVE WS-PRED-CHECKED TO WS-GATE-PRED-CHECKED.
006320     MOVE WS-BLOCK-REASONS TO WS-GATE-BLOCK-REASONS.
006330     EVALUATE TRUE
006340         WHEN NOT WS-STEP-BLOCKED
006350             MOVE "CLEAR" TO WS-GATE-RESULT
006360             MOVE 00 TO WS-GATE-RC
006370             MOVE "N" TO WS-RLOG-STATUS-CODE
006380         WHEN WS-OVERRIDE-REQUESTED
006390             MOVE "FORCED" TO WS-GATE-RESULT
006400             MOVE 04 TO WS-GATE-RC
006410             MOVE "O" TO WS-RLOG-STATUS-CODE
006420         WHEN OTHER
006430             MOVE "BLOCKED" TO WS-GATE-RESULT
006440             MOVE 12 TO WS-GATE-RC
006450             MOVE "B" TO WS-RLOG-STATUS-CODE
006460     END-EVALUATE.
006470     MOVE SPACES TO RPT-RECORD.
006480     WRITE RPT-RECORD.
006490     MOVE WS-GATE-STEP TO WS-GRL-STEP.
006500     MOVE WS-GATE-RESULT TO WS-GRL-RESULT.
006510     MOVE WS-GATE-RC TO WS-GRL-RC.
006520     WRITE RPT-RECORD FROM WS-GATE-RESULT-LINE.
006530     IF WS-OVERRIDE-REQUESTED
006540         MOVE WS-USERID TO WS-OVL-USERID
006550         MOVE WS-OVERRIDE-REASON TO WS-OVL-REASON
006560         WRITE RPT-RECORD FROM WS-OVERRIDE-LINE
006570     END-IF.
006580 3000-EXIT.
006590     EXIT.
006600*----------------------------------------------------------------*
006610*    4000-LIST-STREAM-RTN - EVERY STEP IN THE DEFINITION WITH    *
006620*    ITS PREDECESSORS AND VERDICT FOR THE SAME DATE AND CYCLE,   *
006630*    SO OPERATIONS SEE WHAT ELSE IS BLOCKED AND WHY.             *
006640*----------------------------------------------------------------*
006650 4000-LIST-STREAM-RTN.
006660     MOVE SPACES TO RPT-RECORD.
006670     WRITE RPT-RECORD.
006680     MOVE "WHOLE JOB STREAM FOR THE DATE AND CYCLE"
006690         TO WS-SEC-TEXT.
006700     WRITE RPT-RECORD FROM WS-SECTION-HEADING.
006710     WRITE RPT-RECORD FROM WS-REPORT-COLUMN-HDGS.
006720     PERFORM 4100-LIST-ONE-STEP-RTN THRU 4100-EXIT
006730         VARYING WS-ST-IDX FROM 1 BY 1
006740         UNTIL WS-ST-IDX > WS-ST-COUNT.
006750 4000-EXIT.
006760     EXIT.
006770 4100-LIST-ONE-STEP-RTN.
006780     MOVE WS-ST-STEP(WS-ST-IDX) TO WS-EVAL-STEP.
006790     PERFORM 5000-EVALUATE-STEP-RTN THRU 5000-EXIT.
006800     MOVE WS-EVAL-STEP TO WS-SRL-STEP.
006810     IF WS-STEP-BLOCKED
006820         ADD 1 TO WS-STREAM-BLOCKED
006830         MOVE "BLOCKED" TO WS-SRL-RESULT
006840     ELSE
006850         MOVE "CLEAR" TO WS-SRL-RESULT
006860     END-IF.
006870     WRITE RPT-RECORD FROM WS-STEP-RESULT-LINE.
006880 4100-EXIT.
006890     EXIT.
006900*----------------------------------------------------------------*
006910*    5000-EVALUATE-STEP-RTN - ONE LINE PER PREDECESSOR OF THE    *
006920*    STEP IN WS-EVAL-STEP.  THE STEP IS BLOCKED WHEN IT IS NOT   *
006930*    IN THE DEFINITION, OR ANY PREDECESSOR'S LATEST RUN FOR THE  *
006940*    DATE AND CYCLE IS MISSING, ABENDED, OR ENDED AFTER THE      *
006950*    STEP'S OWN LAST NORMAL RUN - THE STEP'S OUTPUT WAS CUT      *
006960*    FROM INPUT THAT HAS SINCE CHANGED, AND OPERATIONS MUST      *
006970*    DECIDE WHETHER TO RUN IT AGAIN.                             *
006980*----------------------------------------------------------------*
006990 5000-EVALUATE-STEP-RTN.
007000     MOVE "N" TO WS-DEFINED-SWITCH.
007010     MOVE "N" TO WS-BLOCKED-SWITCH.
007020     MOVE ZERO TO WS-PRED-CHECKED.
007030     MOVE ZERO TO WS-BLOCK-REASONS.
007040     MOVE WS-EVAL-STEP TO WS-LOOKUP-PROGRAM.
007050     MOVE "Y" TO WS-LOOKUP-NORMAL-SW.
007060     PERFORM 5300-FIND-LATEST-RUN-RTN THRU 5300-EXIT.
007070     MOVE WS-MATCH-IDX TO WS-OWN-IDX.
007080     PERFORM 5100-CHECK-ONE-ROW-RTN THRU 5100-EXIT
007090         VARYING WS-JD-IDX FROM 1 BY 1
007100         UNTIL WS-JD-IDX > WS-JD-COUNT.
007110     IF WS-STEP-DEFINED
007120         GO TO 5000-EXIT.
007130     MOVE "Y" TO WS-BLOCKED-SWITCH.
007140     ADD 1 TO WS-BLOCK-REASONS.
007150     MOVE SPACES TO WS-DETAIL-LINE.
007160     MOVE WS-EVAL-STEP TO WS-DTL-STEP.
007170     MOVE "STEP IS NOT IN THE JOB-STREAM DEFINITION"
007180         TO WS-DTL-REASON.
007190     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
007200 5000-EXIT.
007210     EXIT.
007220 5100-CHECK-ONE-ROW-RTN.
007230     IF WS-JD-STEP(WS-JD-IDX) NOT = WS-EVAL-STEP
007240         GO TO 5100-EXIT.
007250     MOVE "Y" TO WS-DEFINED-SWITCH.
007260     MOVE SPACES TO WS-DETAIL-LINE.
007270     MOVE WS-EVAL-STEP TO WS-DTL-STEP.
007280     IF WS-JD-PRED-STEP(WS-JD-IDX) = SPACES
007290         MOVE "(NONE)" TO WS-DTL-PRED
007300         MOVE "OK - NO PREDECESSOR REQUIRED" TO WS-DTL-REASON
007310         WRITE RPT-RECORD FROM WS-DETAIL-LINE
007320         GO TO 5100-EXIT.
007330     ADD 1 TO WS-PRED-CHECKED.
007340     MOVE WS-JD-PRED-STEP(WS-JD-IDX) TO WS-DTL-PRED.
007350     MOVE WS-JD-PRED-STEP(WS-JD-IDX) TO WS-LOOKUP-PROGRAM.
007360     MOVE "N" TO WS-LOOKUP-NORMAL-SW.
007370     PERFORM 5300-FIND-LATEST-RUN-RTN THRU 5300-EXIT.
007380     MOVE WS-MATCH-IDX TO WS-PRED-IDX.
007390     IF WS-PRED-IDX = ZERO
007400         MOVE "MISSING" TO WS-DTL-RUN-STATUS
007410         MOVE "BLOCKED - NO RUN LOGGED FOR DATE/CYCLE"
007420             TO WS-DTL-REASON
007430         PERFORM 5200-NOTE-BLOCK-RTN THRU 5200-EXIT
007440         GO TO 5100-EXIT.
007450     MOVE WS-LT-CYCLE(WS-PRED-IDX) TO WS-DTL-CYCLE.
007460     MOVE WS-LT-END-DATE(WS-PRED-IDX) TO WS-DTL-END-DATE.
007470     MOVE WS-LT-END-TIME(WS-PRED-IDX) TO WS-DTL-END-TIME.
007480     IF WS-LT-STATUS(WS-PRED-IDX) = "A"
007490         MOVE "ABENDED" TO WS-DTL-RUN-STATUS
007500         MOVE "BLOCKED - PREDECESSOR ABENDED" TO WS-DTL-REASON
007510         PERFORM 5200-NOTE-BLOCK-RTN THRU 5200-EXIT
007520         GO TO 5100-EXIT.
007530     MOVE "NORMAL" TO WS-DTL-RUN-STATUS.
007540     IF WS-OWN-IDX > ZERO
007550             AND WS-LT-END-STAMP(WS-PRED-IDX) >
007560                 WS-LT-END-STAMP(WS-OWN-IDX)
007570         MOVE "BLOCKED - ENDED AFTER STEP'S LAST RUN"
007580             TO WS-DTL-REASON
007590         PERFORM 5200-NOTE-BLOCK-RTN THRU 5200-EXIT
007600         GO TO 5100-EXIT.
007610     MOVE "OK" TO WS-DTL-REASON.
007620     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
007630 5100-EXIT.
007640     EXIT.
007650 5200-NOTE-BLOCK-RTN.
007660     MOVE "Y" TO WS-BLOCKED-SWITCH.
007670     ADD 1 TO WS-BLOCK-REASONS.
007680     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
007690 5200-EXIT.
007700     EXIT.
007710*----------------------------------------------------------------*
007720*    5300-FIND-LATEST-RUN-RTN - THE LATEST RUN OF                *
007730*    WS-LOOKUP-PROGRAM FOR THE GATE DATE AND CYCLE, INTO         *
007740*    WS-MATCH-IDX (ZERO WHEN NONE).  LATER FILE POSITION WINS.   *
007750*    WITH WS-LOOKUP-NORMAL-ONLY SET, ABENDED RUNS ARE PASSED     *
007760*    OVER.                                                       *
007770*----------------------------------------------------------------*
007780 5300-FIND-LATEST-RUN-RTN.
007790     MOVE ZERO TO WS-MATCH-IDX.
007800     PERFORM 5310-TEST-ONE-RUN-RTN THRU 5310-EXIT
007810         VARYING WS-LOG-IDX FROM 1 BY 1
007820         UNTIL WS-LOG-IDX > WS-LOG-COUNT.
007830 5300-EXIT.
007840     EXIT.
007850 5310-TEST-ONE-RUN-RTN.
007860     IF WS-LT-PROGRAM(WS-LOG-IDX) NOT = WS-LOOKUP-PROGRAM
007870         GO TO 5310-EXIT.
007880     IF WS-LOOKUP-NORMAL-ONLY
007890             AND WS-LT-STATUS(WS-LOG-IDX) NOT = "N"
007900         GO TO 5310-EXIT.
007910     IF WS-GATE-CYCLE = ZERO
007920             OR WS-LT-CYCLE(WS-LOG-IDX) IS NOT NUMERIC
007930         MOVE WS-LOG-IDX TO WS-MATCH-IDX
007940         GO TO 5310-EXIT.
007950     IF WS-LT-CYCLE-N(WS-LOG-IDX) = ZERO
007960             OR WS-LT-CYCLE-N(WS-LOG-IDX) = WS-GATE-CYCLE
007970         MOVE WS-LOG-IDX TO WS-MATCH-IDX
007980     END-IF.
007990 5310-EXIT.
008000     EXIT.
008010*----------------------------------------------------------------*
008020*    7700-DATE-TO-DAYS-RTN - WS-CNV-DATE (YYYYMMDD) TO A DAY     *
008030*    SERIAL FROM 01/01/1900.  GOOD FOR 1900-2099, WHERE EVERY    *
008040*    FOURTH YEAR LEAPS EXCEPT 1900 ITSELF.                       *
008050*----------------------------------------------------------------*
008060 7700-DATE-TO-DAYS-RTN.
008070     COMPUTE WS-CNV-DAYS = (WS-CNV-YYYY - 1900) * 365.
008080     COMPUTE WS-LEAP-CNT = (WS-CNV-YYYY - 1901) / 4.
008090     ADD WS-LEAP-CNT TO WS-CNV-DAYS.
008100     EVALUATE WS-CNV-MM
008110         WHEN 01 ADD 000 TO WS-CNV-DAYS
008120         WHEN 02 ADD 031 TO WS-CNV-DAYS
008130         WHEN 03 ADD 059 TO WS-CNV-DAYS
008140         WHEN 04 ADD 090 TO WS-CNV-DAYS
008150         WHEN 05 ADD 120 TO WS-CNV-DAYS
008160         WHEN 06 ADD 151 TO WS-CNV-DAYS
008170         WHEN 07 ADD 181 TO WS-CNV-DAYS
008180         WHEN 08 ADD 212 TO WS-CNV-DAYS
008190         WHEN 09 ADD 243 TO WS-CNV-DAYS
008200         WHEN 10 ADD 273 TO WS-CNV-DAYS
008210         WHEN 11 ADD 304 TO WS-CNV-DAYS
008220         WHEN 12 ADD 334 TO WS-CNV-DAYS
008230     END-EVALUATE.
008240     IF WS-CNV-MM > 02
008250         DIVIDE WS-CNV-YYYY BY 4
008260             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
008270         IF WS-LEAP-REM = ZERO
008280                 AND WS-CNV-YYYY NOT = 1900
008290             ADD 1 TO WS-CNV-DAYS
008300         END-IF
008310     END-IF.
008320     ADD WS-CNV-DD TO WS-CNV-DAYS.
008330 7700-EXIT.
008340     EXIT.
008350*----------------------------------------------------------------*
008360*    7710-PRIOR-DATE-RTN - STEP WS-CNV-DATE BACK ONE CALENDAR    *
008370*    DAY, ACROSS MONTH AND YEAR ENDS.                            *
008380*----------------------------------------------------------------*
008390 7710-PRIOR-DATE-RTN.
008400     IF WS-CNV-DD > 01
008410         SUBTRACT 1 FROM WS-CNV-DD
008420         GO TO 7710-EXIT.
008430     IF WS-CNV-MM > 01
008440         SUBTRACT 1 FROM WS-CNV-MM
008450     ELSE
008460         MOVE 12 TO WS-CNV-MM
008470         SUBTRACT 1 FROM WS-CNV-YYYY
008480     END-IF.
008490     EVALUATE WS-CNV-MM
008500         WHEN 04
008510         WHEN 06
008520         WHEN 09
008530         WHEN 11
008540             MOVE 30 TO WS-CNV-DD
008550         WHEN 02
008560             DIVIDE WS-CNV-YYYY BY 4
008570                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
008580             IF WS-LEAP-REM = ZERO
008590                     AND WS-CNV-YYYY NOT = 1900
008600                 MOVE 29 TO WS-CNV-DD
008610             ELSE
008620                 MOVE 28 TO WS-CNV-DD
008630             END-IF
008640         WHEN OTHER
008650             MOVE 31 TO WS-CNV-DD
008660     END-EVALUATE.
008670 7710-EXIT.
008680     EXIT.
008690*----------------------------------------------------------------*
008700*    7720-SET-WEEKDAY-RTN - WEEKDAY OF THE SERIAL IN WS-WKD-DAYS *
008710*    (0 = MONDAY TO 6 = SUNDAY).                                 *
008720*----------------------------------------------------------------*
008730 7720-SET-WEEKDAY-RTN.
008740     COMPUTE WS-WKD-WEEKS = (WS-WKD-DAYS - 1) / 7.
008750     COMPUTE WS-WEEKDAY = WS-WKD-DAYS - 1 - (WS-WKD-WEEKS * 7).
008760 7720-EXIT.
008770     EXIT.
008780*----------------------------------------------------------------*
008790*    7730-TEST-BUSINESS-DAY-RTN - IS THE SERIAL IN WS-CNV-DAYS A *
008800*    BUSINESS DAY?  THE WEEKDAY RULE FIRST, THEN A CALENDAR ROW  *
008810*    FOR THE DATE OVERRIDES IT EITHER WAY.                       *
008820*----------------------------------------------------------------*
008830 7730-TEST-BUSINESS-DAY-RTN.
008840     MOVE WS-CNV-DAYS TO WS-WKD-DAYS.
008850     PERFORM 7720-SET-WEEKDAY-RTN THRU 7720-EXIT.
008860     IF WS-WEEKDAY < 5
008870         MOVE "Y" TO WS-BUS-DAY-SWITCH
008880     ELSE
008890         MOVE "N" TO WS-BUS-DAY-SWITCH
008900     END-IF.
008910     PERFORM 7740-CHECK-CALENDAR-RTN THRU 7740-EXIT
008920         VARYING WS-CAL-IDX FROM 1 BY 1
008930         UNTIL WS-CAL-IDX > WS-CAL-COUNT.
008940 7730-EXIT.
008950     EXIT.
008960 7740-CHECK-CALENDAR-RTN.
008970     IF WS-CAL-DAYS(WS-CAL-IDX) = WS-CNV-DAYS
008980         IF WS-CAL-TYPE(WS-CAL-IDX) = "H"
008990             MOVE "N" TO WS-BUS-DAY-SWITCH
009000         ELSE
009010             MOVE "Y" TO WS-BUS-DAY-SWITCH
009020         END-IF
009030     END-IF.
009040 7740-EXIT.
009050     EXIT.
009060*----------------------------------------------------------------*
009070*    8000-TERMINATE-RTN                                          *
009080*----------------------------------------------------------------*
009090 8000-TERMINATE-RTN.
009100     MOVE SPACES TO RPT-RECORD.
009110     WRITE RPT-RECORD.
009120     MOVE WS-ST-COUNT TO WS-FTR-STEPS.
009130     MOVE WS-STREAM-BLOCKED TO WS-FTR-BLOCKED.
009140     MOVE WS-LOG-COUNT TO WS-FTR-RUNS.
009150     WRITE RPT-RECORD FROM WS-FOOTER-LINE.
009160     CLOSE GATERPT.
009170     DISPLAY "JOBGATE - STEP " WS-GATE-STEP " "
009180         WS-GATE-RESULT " - RETURN CODE " WS-GATE-RC.
009190     IF WS-STEP-BLOCKED
009200         DISPLAY "JOBGATE - SEE GATERPT FOR WHAT IS BLOCKED "
009210             "AND WHY"
009220     END-IF.
009230     PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT.
009240 8000-EXIT.
009250     EXIT.
009260*----------------------------------------------------------------*
009270*    9000-WRITE-RUN-LOG-RTN - APPEND THIS RUN'S COMPLETION       *
009280*    RECORD TO THE SHARED OPERATIONS RUN LOG READ BY RUNSTAT.    *
009290*    THE STEP GATED, ITS CYCLE AND THE OPERATOR GO WITH IT;      *
009300*    STATUS B IS A REFUSED STEP AND O A FORCED ONE.  A LOG THAT  *
009310*    CANNOT BE WRITTEN IS REPORTED BUT DOES NOT FAIL THE RUN.    *
009320*----------------------------------------------------------------*
009330 9000-WRITE-RUN-LOG-RTN.
009340     OPEN EXTEND RUNLOG.
009350     IF WS-RLOG-STATUS NOT = "00"
009360         OPEN OUTPUT RUNLOG
009370     END-IF.
009380     IF WS-RLOG-STATUS NOT = "00"
009390         DISPLAY "JOBGATE - UNABLE TO WRITE RUN LOG - "
009400             "STATUS " WS-RLOG-STATUS
009410         GO TO 9000-EXIT.
009420     MOVE SPACES TO RLOG-RECORD.
009430     MOVE "JOBGATE" TO RLOG-PROGRAM.
009440     MOVE WS-CURRENT-DATE TO RLOG-RUN-DATE.
009450     MOVE WS-GATE-CYCLE TO RLOG-CYCLE-NO.
009460     MOVE WS-CURRENT-TIME TO RLOG-START-TIME.
009470     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
009480     ACCEPT RLOG-END-TIME FROM TIME.
009490     MOVE WS-GATE-RESULT TO RLOG-MODE.
009500     MOVE WS-GATE-PRED-CHECKED TO RLOG-IN-COUNT.
009510     MOVE ZERO TO RLOG-OUT-COUNT.
009520     MOVE WS-GATE-BLOCK-REASONS TO RLOG-SUSP-COUNT.
009530     MOVE WS-RLOG-STATUS-CODE TO RLOG-STATUS.
009540     MOVE WS-USERID TO RLOG-USERID.
009550     MOVE WS-GATE-STEP TO RLOG-GATE-STEP.
009560     MOVE WS-GATE-DATE TO RLOG-DATA-DATE.
009570     WRITE RLOG-RECORD.
009580     CLOSE RUNLOG.
009590 9000-EXIT.
009600     EXIT.
