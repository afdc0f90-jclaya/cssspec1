000010*****************************************************************
000020*                                                               *
000030*    PROGRAM      SETMISS                                     *
000040*    FUNCTION     MISSING-SET REPORT.  RUN AFTER THE LAST     *
000050*                 CYCLE OF A PROCESSING DATE.  EVERY SET THE  *
000060*                 SET MASTER SAYS WAS OPEN ON THAT DATE IS    *
000070*                 CHECKED AGAINST THE AUDIT TRAIL; A SET WITH *
000080*                 NO COMPARISON RECORD IN ANY CYCLE OF THE    *
000090*                 DATE NEVER ARRIVED IN THE FEED.  THE        *
000100*                 MISSING SETS PRINT GROUPED BY OWNING        *
000110*                 BRANCH WITH THE NUMBER OF CONSECUTIVE       *
000120*                 PROCESSING DATES EACH HAS BEEN MISSING, AND *
000130*                 A MACHINE-READABLE MISSING-SET FILE IS CUT  *
000140*                 FOR RETURN TO THE BRANCHES.                 *
000150*                                                               *
000160*****************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. SETMISS.
000190 AUTHOR. R T MEEKS.
000200 INSTALLATION. RECONCILIATION SYSTEMS UNIT.
000210 DATE-WRITTEN. 10/15/2026.
000220 DATE-COMPILED.
000230*****************************************************************
000240*    MODIFICATION HISTORY                                      *
000250*    DATE        INIT   DESCRIPTION                            *
000260*    10/15/2026  RTM    ORIGINAL VERSION.  A BRANCH THAT      *
000270*                       DROPS A SET FROM ITS FEED LOOKS LIKE  *
000280*                       A CLEAN NIGHT ON EVERY OTHER REPORT.  *
000290*                       THE PROCESSING DATE AND LOOKBACK      *
000300*                       WINDOW COME FROM THE MISSCTL CARD     *
000310*                       (CONSOLE PROMPT AS THE FALLBACK).  A  *
000320*                       SET IS CHECKED WHEN IT OPENED ON OR   *
000330*                       BEFORE THE PROCESSING DATE AND WAS    *
000340*                       NOT CLOSED BEFORE IT.  ANY TYPE C     *
000350*                       COMPARISON RECORD, WHATEVER ITS       *
000360*                       OUTCOME, COUNTS AS ARRIVAL.  A        *
000370*                       PROCESSING DATE IS ANY DATE IN THE    *
000380*                       WINDOW WITH COMPARISON ACTIVITY, PLUS *
000390*                       THE DATE BEING CHECKED.  A RUN OF     *
000400*                       MISSED DATES THAT REACHES BACK PAST   *
000410*                       THE WINDOW IS MARKED WITH A PLUS      *
000420*                       SIGN.                                 *
000430*    10/15/2026  RTM    A TYPE X REVERSAL NOW NETS AGAINST THE *
000440*                       COMPARISON IT BACKS OUT, AS IT DOES IN *
000450*                       CONDITIONALS, AUDITSUM AND NIGHTBAL.   *
000460*                       A SET HAS ARRIVED ON A DATE ONLY WHILE *
000470*                       A COMPARISON FOR IT IS LEFT            *
000480*                       UNREVERSED.                            *
000490*****************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. IBM-370.
000530 OBJECT-COMPUTER. IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT AUDFILE ASSIGN TO "AUDFILE"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS AUD-KEY
000600         ALTERNATE RECORD KEY IS AUD-SET-ID WITH DUPLICATES
000610         FILE STATUS IS WS-AUD-STATUS.
000620     SELECT SETMFILE ASSIGN TO "SETMFILE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-SETM-STATUS.
000650     SELECT MISSCTL ASSIGN TO "MISSCTL"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-CTL-STATUS.
000680     SELECT MISSRPT ASSIGN TO "MISSRPT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-RPT-STATUS.
000710     SELECT MISSFILE ASSIGN TO "MISSFILE"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-MISS-STATUS.
000740     SELECT RUNLOG ASSIGN TO "RUNLOG"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-RLOG-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  AUDFILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY AUDREC.
000820 FD  SETMFILE
000830     LABEL RECORDS ARE STANDARD.
000840 COPY SETMREC.
000850 FD  MISSCTL
000860     LABEL RECORDS ARE STANDARD.
000870 01  MC-RECORD.
000880     05  MC-PROC-DATE                   PIC 9(08).
000890     05  MC-LOOKBACK-DAYS               PIC 9(03).
000900     05  FILLER                         PIC X(69).
000910 FD  MISSRPT
000920     LABEL RECORDS ARE STANDARD.
000930 01  RPT-RECORD                     PIC X(132).
000940 FD  MISSFILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  MF-RECORD.
000970     05  MF-BRANCH                      PIC X(06).
000980     05  MF-SET-ID                      PIC X(10).
000990     05  MF-PROC-DATE                   PIC 9(08).
001000     05  MF-DATES-MISSING               PIC 9(04).
001010     05  MF-BEYOND-WINDOW               PIC X(01).
001020     05  MF-LAST-SEEN-DATE              PIC 9(08).
001030     05  MF-OPEN-DATE                   PIC 9(08).
001040     05  FILLER                         PIC X(35).
001050 FD  RUNLOG
001060     LABEL RECORDS ARE STANDARD.
001070 COPY RLOGREC.
001080 WORKING-STORAGE SECTION.
001090*----------------------------------------------------------------*
001100*    FILE STATUS FIELDS                                          *
001110*----------------------------------------------------------------*
001120 77  WS-AUD-STATUS                  PIC X(02) VALUE SPACES.
001130 77  WS-SETM-STATUS                 PIC X(02) VALUE SPACES.
001140 77  WS-CTL-STATUS                  PIC X(02) VALUE SPACES.
001150 77  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
001160 77  WS-MISS-STATUS                 PIC X(02) VALUE SPACES.
001170 77  WS-RLOG-STATUS                 PIC X(02) VALUE SPACES.
001180 77  WS-RLOG-STATUS-CODE            PIC X(01) VALUE "N".
001190*----------------------------------------------------------------*
001200*    SWITCHES                                                    *
001210*----------------------------------------------------------------*
001220 77  WS-EOF-SWITCH                  PIC X(01) VALUE "N".
001230     88  WS-END-OF-FILE                        VALUE "Y".
001240 77  WS-SETM-EOF-SWITCH             PIC X(01) VALUE "N".
001250     88  WS-SETM-END-OF-FILE                   VALUE "Y".
001260*----------------------------------------------------------------*
001270*    RUN IDENTIFICATION AND LOOKBACK WINDOW                      *
001280*----------------------------------------------------------------*
001290 77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
001300 77  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.
001310 77  WS-PROC-DATE                   PIC 9(08) VALUE ZERO.
001320 77  WS-LOOKBACK-DAYS               PIC 9(03) VALUE 030.
001330 77  WS-WINDOW-DATE                 PIC 9(08) VALUE ZERO.
001340 77  WS-LAST-CYCLE                  PIC 9(02) VALUE ZERO.
001350 01  WS-CNV-DATE                    PIC 9(08) VALUE ZERO.
001360 01  WS-CNV-DATE-R REDEFINES WS-CNV-DATE.
001370     05  WS-CNV-YYYY                PIC 9(04).
001380     05  WS-CNV-MM                  PIC 9(02).
001390     05  WS-CNV-DD                  PIC 9(02).
001400 77  WS-LEAP-QUOT                   PIC 9(04) COMP VALUE ZERO.
001410 77  WS-LEAP-REM                    PIC 9(04) COMP VALUE ZERO.
001420*----------------------------------------------------------------*
001430*    COUNTERS                                                    *
001440*----------------------------------------------------------------*
001450 77  WS-SETM-READ-COUNT             PIC 9(08) COMP VALUE ZERO.
001460 77  WS-SCAN-COUNT                  PIC 9(08) COMP VALUE ZERO.
001470 77  WS-COMPARED-COUNT              PIC 9(08) COMP VALUE ZERO.
001480 77  WS-MISSING-COUNT               PIC 9(08) COMP VALUE ZERO.
001490 77  WS-BRANCH-MISSING              PIC 9(08) COMP VALUE ZERO.
001500 77  WS-DATES-MISSING               PIC 9(04) COMP VALUE ZERO.
001510*----------------------------------------------------------------*
001520*    SET MASTER TABLE - ONLY THE SETS OPEN ON THE PROCESSING     *
001530*    DATE ARE LOADED                                             *
001540*----------------------------------------------------------------*
001550 77  WS-SM-TABLE-MAX                PIC 9(04) COMP VALUE 0500.
001560 77  WS-SM-COUNT                    PIC 9(04) COMP VALUE ZERO.
001570 77  WS-SM-IDX                      PIC 9(04) COMP VALUE ZERO.
001580 77  WS-SM-FOUND-IDX                PIC 9(04) COMP VALUE ZERO.
001590 01  WS-SET-MASTER-TABLE.
001600     05  WS-SM-ENTRY OCCURS 500 TIMES.
001610         10  WS-SM-SET-ID           PIC X(10).
001620         10  WS-SM-BRANCH           PIC X(06).
001630         10  WS-SM-OPEN-DATE        PIC 9(08).
001640         10  WS-SM-LAST-SEEN        PIC 9(08).
001650         10  WS-SM-MISSED           PIC 9(04) COMP.
001660         10  WS-SM-BEYOND-SWITCH    PIC X(01).
001670             88  WS-SM-BEYOND-WINDOW           VALUE "+".
001680         10  WS-SM-ARRIVED-SWITCH   PIC X(01).
001690             88  WS-SM-ARRIVED                 VALUE "Y".
001700         10  WS-SM-NET-DATE         PIC 9(08).
001710         10  WS-SM-NET-COUNT        PIC S9(04) COMP.
001720*----------------------------------------------------------------*
001730*    PROCESSING DATES IN THE WINDOW (ASCENDING, AS READ)         *
001740*----------------------------------------------------------------*
001750 77  WS-PD-TABLE-MAX                PIC 9(04) COMP VALUE 1000.
001760 77  WS-PD-COUNT                    PIC 9(04) COMP VALUE ZERO.
001770 77  WS-PD-IDX                      PIC 9(04) COMP VALUE ZERO.
001780 01  WS-PROC-DATE-TABLE.
001790     05  WS-PD-DATE OCCURS 1000 TIMES PIC 9(08).
001800*----------------------------------------------------------------*
001810*    SORT AND CONTROL-BREAK WORK FIELDS                          *
001820*----------------------------------------------------------------*
001830 77  WS-SORT-I                      PIC 9(04) COMP VALUE ZERO.
001840 77  WS-SORT-J                      PIC 9(04) COMP VALUE ZERO.
001850 77  WS-BEST-IDX                    PIC 9(04) COMP VALUE ZERO.
001860 77  WS-PREV-BRANCH                 PIC X(06) VALUE LOW-VALUES.
001870 01  WS-SWAP-SM-ENTRY.
001880     05  WS-SWAP-SET-ID             PIC X(10).
001890     05  WS-SWAP-BRANCH             PIC X(06).
001900     05  WS-SWAP-OPEN-DATE          PIC 9(08).
001910     05  WS-SWAP-LAST-SEEN          PIC 9(08).
001920     05  WS-SWAP-MISSED             PIC 9(04) COMP.
001930     05  WS-SWAP-BEYOND-SWITCH      PIC X(01).
001940     05  WS-SWAP-ARRIVED-SWITCH     PIC X(01).
001950     05  WS-SWAP-NET-DATE           PIC 9(08).
001960     05  WS-SWAP-NET-COUNT          PIC S9(04) COMP.
001970*----------------------------------------------------------------*
001980*    REPORT LINE LAYOUTS                                         *
001990*----------------------------------------------------------------*
002000 01  WS-REPORT-HEADING-1.
002010     05  FILLER                     PIC X(01) VALUE SPACE.
002020     05  FILLER                     PIC X(40)
002030             VALUE "MISSING-SET REPORT BY BRANCH".
002040     05  FILLER                     PIC X(10) VALUE SPACES.
002050     05  FILLER                     PIC X(11) VALUE "RUN DATE : ".
002060     05  WS-HDG-DATE                PIC 9(08).
002070 01  WS-REPORT-HEADING-2.
002080     05  FILLER                     PIC X(01) VALUE SPACE.
002090     05  FILLER                     PIC X(11) VALUE "PROGRAM : ".
002100     05  FILLER                PIC X(15) VALUE "SETMISS".
002110     05  FILLER                    PIC X(12) VALUE "PROC DATE : ".
002120     05  WS-HDG-PROC-DATE           PIC 9(08).
002130     05  FILLER                     PIC X(05) VALUE SPACES.
002140     05  FILLER                     PIC X(14)
002150             VALUE "WINDOW FROM : ".
002160     05  WS-HDG-WINDOW-DATE         PIC 9(08).
002170     05  FILLER                     PIC X(05) VALUE SPACES.
002180     05  FILLER                     PIC X(13)
002190             VALUE "LAST CYCLE : ".
002200     05  WS-HDG-LAST-CYCLE          PIC 9(02).
002210 01  WS-REPORT-COLUMN-HDGS.
002220     05  FILLER                     PIC X(06) VALUE "BRANCH".
002230     05  FILLER                     PIC X(02) VALUE SPACES.
002240     05  FILLER                     PIC X(10) VALUE "SET ID    ".
002250     05  FILLER                     PIC X(02) VALUE SPACES.
002260     05  FILLER                     PIC X(09) VALUE "OPENED   ".
002270     05  FILLER                     PIC X(02) VALUE SPACES.
002280     05  FILLER                     PIC X(09) VALUE "LAST SEEN".
002290     05  FILLER                     PIC X(02) VALUE SPACES.
002300     05  FILLER                     PIC X(13)
002310             VALUE "DATES MISSING".
002320 01  WS-DETAIL-LINE.
002330     05  WS-DTL-BRANCH              PIC X(06).
002340     05  FILLER                     PIC X(02) VALUE SPACES.
002350     05  WS-DTL-SET-ID              PIC X(10).
002360     05  FILLER                     PIC X(02) VALUE SPACES.
002370     05  WS-DTL-OPEN-DATE           PIC 9(08).
002380     05  FILLER                     PIC X(03) VALUE SPACES.
002390     05  WS-DTL-LAST-SEEN           PIC X(09).
002400     05  FILLER                     PIC X(06) VALUE SPACES.
002410     05  WS-DTL-MISSED              PIC ZZZ9.
002420     05  WS-DTL-BEYOND              PIC X(01).
002430 01  WS-BRANCH-TOTAL-LINE.
002440     05  FILLER                     PIC X(08) VALUE SPACES.
002450     05  FILLER                     PIC X(07) VALUE "BRANCH ".
002460     05  WS-BTL-BRANCH              PIC X(06).
002470     05  FILLER                     PIC X(17)
002480             VALUE " SETS MISSING  = ".
002490     05  WS-BTL-COUNT               PIC ZZZZZ9.
002500 01  WS-NONE-MISSING-LINE.
002510     05  FILLER                     PIC X(01) VALUE SPACE.
002520     05  FILLER                     PIC X(40)
002530             VALUE "NO ACTIVE SET IS MISSING FROM THE FEED".
002540 01  WS-FOOTER-LINE.
002550     05  FILLER                     PIC X(01) VALUE SPACE.
002560     05  FILLER                     PIC X(20)
002570             VALUE "SETS CHECKED      = ".
002580     05  WS-FTR-CHECKED             PIC ZZZZZ9.
002590     05  FILLER                     PIC X(05) VALUE SPACES.
002600     05  FILLER                     PIC X(20)
002610             VALUE "SETS COMPARED     = ".
002620     05  WS-FTR-COMPARED            PIC ZZZZZ9.
002630     05  FILLER                     PIC X(05) VALUE SPACES.
002640     05  FILLER                     PIC X(20)
002650             VALUE "SETS MISSING      = ".
002660     05  WS-FTR-MISSING             PIC ZZZZZ9.
002670 01  WS-FOOTER-LINE-2.
002680     05  FILLER                     PIC X(01) VALUE SPACE.
002690     05  FILLER                     PIC X(20)
002700             VALUE "AUDIT RECS SCANNED= ".
002710     05  WS-FTR-SCANNED             PIC ZZZZZ9.
002720     05  FILLER                     PIC X(05) VALUE SPACES.
002730     05  FILLER                     PIC X(20)
002740             VALUE "PROCESSING DATES  = ".
002750     05  WS-FTR-PROC-DATES          PIC ZZZZZ9.
002760 PROCEDURE DIVISION.
002770*----------------------------------------------------------------*
002780*    0000-MAINLINE-RTN                                           *
002790*----------------------------------------------------------------*
002800 0000-MAINLINE-RTN.
002810     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
002820     PERFORM 2000-PROCESS-RTN THRU 2000-EXIT
002830         UNTIL WS-END-OF-FILE.
002840     PERFORM 3000-REPORT-MISSING-RTN THRU 3000-EXIT.
002850     PERFORM 8000-TERMINATE-RTN THRU 8000-EXIT.
002860     STOP RUN.
002870 0000-EXIT.
002880     EXIT.
002890*----------------------------------------------------------------*
002900*    1000-INITIALIZE-RTN - THE PROCESSING DATE AND LOOKBACK      *
002910*    COME FROM THE MISSCTL CARD; THE CONSOLE PROMPT REMAINS THE  *
002920*    FALLBACK.  A ZERO PROCESSING DATE MEANS TODAY.              *
002930*----------------------------------------------------------------*
002940 1000-INITIALIZE-RTN.
002950     DISPLAY "SETMISS - MISSING-SET REPORT STARTING".
002960     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002970     ACCEPT WS-CURRENT-TIME FROM TIME.
002980     OPEN INPUT MISSCTL.
002990     IF WS-CTL-STATUS = "00"
003000         READ MISSCTL
003010             AT END
003020                 PERFORM 1060-PROMPT-OPERATOR-RTN THRU 1060-EXIT
003030             NOT AT END
003040                 MOVE MC-PROC-DATE TO WS-PROC-DATE
003050                 IF MC-LOOKBACK-DAYS IS NUMERIC
003060                         AND MC-LOOKBACK-DAYS > ZERO
003070                     MOVE MC-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
003080                 END-IF
003090         END-READ
003100         CLOSE MISSCTL
003110     ELSE
003120         PERFORM 1060-PROMPT-OPERATOR-RTN THRU 1060-EXIT
003130     END-IF.
003140     IF WS-PROC-DATE IS NOT NUMERIC OR WS-PROC-DATE = ZERO
003150         MOVE WS-CURRENT-DATE TO WS-PROC-DATE
003160     END-IF.
003170     PERFORM 1100-SET-WINDOW-RTN THRU 1100-EXIT.
003180     DISPLAY "SETMISS - PROCESSING DATE " WS-PROC-DATE
003190         " WINDOW FROM " WS-WINDOW-DATE.
003200     PERFORM 1200-LOAD-SET-MASTER-RTN THRU 1200-EXIT.
003210     OPEN INPUT AUDFILE.
003220     IF WS-AUD-STATUS NOT = "00"
003230         DISPLAY "SETMISS - UNABLE TO OPEN AUDFILE - "
003240             "STATUS " WS-AUD-STATUS
003250         STOP RUN
003260     END-IF.
003270     OPEN OUTPUT MISSRPT.
003280     IF WS-RPT-STATUS NOT = "00"
003290         DISPLAY "SETMISS - UNABLE TO OPEN MISSRPT - "
003300             "STATUS " WS-RPT-STATUS
003310         STOP RUN
003320     END-IF.
003330     OPEN OUTPUT MISSFILE.
003340     IF WS-MISS-STATUS NOT = "00"
003350         DISPLAY "SETMISS - UNABLE TO OPEN MISSFILE - "
003360             "STATUS " WS-MISS-STATUS
003370         STOP RUN
003380     END-IF.
003390     PERFORM 1500-POSITION-FILE-RTN THRU 1500-EXIT.
003400 1000-EXIT.
003410     EXIT.
003420 1060-PROMPT-OPERATOR-RTN.
003430     DISPLAY "PROCESSING DATE (YYYYMMDD, 0 = TODAY) ? ".
003440     ACCEPT WS-PROC-DATE FROM CONSOLE.
003450 1060-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------*
003480*    1100-SET-WINDOW-RTN - STEP BACK FROM THE PROCESSING DATE    *
003490*    ONE CALENDAR DAY AT A TIME TO THE START OF THE LOOKBACK.    *
003500*----------------------------------------------------------------*
003510 1100-SET-WINDOW-RTN.
003520     MOVE WS-PROC-DATE TO WS-CNV-DATE.
003530     PERFORM 7300-PRIOR-DATE-RTN THRU 7300-EXIT
003540         WS-LOOKBACK-DAYS TIMES.
003550     MOVE WS-CNV-DATE TO WS-WINDOW-DATE.
003560 1100-EXIT.
003570     EXIT.
003580*----------------------------------------------------------------*
003590*    1200-LOAD-SET-MASTER-RTN - THE SETS OPEN ON THE PROCESSING  *
003600*    DATE.  WITHOUT A MASTER THERE IS NOTHING TO CHECK.          *
003610*----------------------------------------------------------------*
003620 1200-LOAD-SET-MASTER-RTN.
003630     OPEN INPUT SETMFILE.
003640     IF WS-SETM-STATUS NOT = "00"
003650         DISPLAY "SETMISS - UNABLE TO OPEN SETMFILE - "
003660             "STATUS " WS-SETM-STATUS
003670         STOP RUN
003680     END-IF.
003690     PERFORM 1210-READ-SET-MASTER-RTN THRU 1210-EXIT
003700         UNTIL WS-SETM-END-OF-FILE.
003710     CLOSE SETMFILE.
003720 1200-EXIT.
003730     EXIT.
003740 1210-READ-SET-MASTER-RTN.
003750     READ SETMFILE
003760         AT END
003770             MOVE "Y" TO WS-SETM-EOF-SWITCH
003780     END-READ.
003790     IF NOT WS-SETM-END-OF-FILE
003800         ADD 1 TO WS-SETM-READ-COUNT
003810         PERFORM 1220-ADD-SET-MASTER-RTN THRU 1220-EXIT
003820     END-IF.
003830 1210-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------*
003860*    1220-ADD-SET-MASTER-RTN - A SET OPENED AFTER THE            *
003870*    PROCESSING DATE, OR CLOSED BEFORE IT, IS NOT EXPECTED IN    *
003880*    THAT DATE'S FEED.  A SET CLOSED ON THE DATE ITSELF IS.      *
003890*----------------------------------------------------------------*
003900 1220-ADD-SET-MASTER-RTN.
003910     IF NOT SETM-SET-ACTIVE AND NOT SETM-SET-CLOSED
003920         GO TO 1220-EXIT.
003930     IF SETM-OPEN-DATE IS NOT NUMERIC
003940             OR SETM-OPEN-DATE > WS-PROC-DATE
003950         GO TO 1220-EXIT.
003960     IF SETM-SET-CLOSED
003970         IF SETM-CLOSE-DATE IS NOT NUMERIC
003980                 OR SETM-CLOSE-DATE < WS-PROC-DATE
003990             GO TO 1220-EXIT
004000         END-IF
004010     END-IF.
004020     IF WS-SM-COUNT >= WS-SM-TABLE-MAX
004030         DISPLAY "SETMISS - SET MASTER TABLE FULL - "
004040             "MORE THAN " WS-SM-TABLE-MAX " ROWS"
004050         STOP RUN
004060     END-IF.
004070     ADD 1 TO WS-SM-COUNT.
004080     MOVE SETM-SET-ID TO WS-SM-SET-ID(WS-SM-COUNT).
004090     MOVE SETM-BRANCH TO WS-SM-BRANCH(WS-SM-COUNT).
004100     MOVE SETM-OPEN-DATE TO WS-SM-OPEN-DATE(WS-SM-COUNT).
004110     MOVE ZERO TO WS-SM-LAST-SEEN(WS-SM-COUNT)
004120         WS-SM-MISSED(WS-SM-COUNT).
004130     MOVE SPACE TO WS-SM-BEYOND-SWITCH(WS-SM-COUNT).
004140     MOVE "N" TO WS-SM-ARRIVED-SWITCH(WS-SM-COUNT).
004150     MOVE ZERO TO WS-SM-NET-DATE(WS-SM-COUNT)
004160         WS-SM-NET-COUNT(WS-SM-COUNT).
004170 1220-EXIT.
004180     EXIT.
004190 1400-WRITE-REPORT-HEADINGS-RTN.
004200     MOVE WS-CURRENT-DATE TO WS-HDG-DATE.
004210     MOVE WS-PROC-DATE TO WS-HDG-PROC-DATE.
004220     MOVE WS-WINDOW-DATE TO WS-HDG-WINDOW-DATE.
004230     MOVE WS-LAST-CYCLE TO WS-HDG-LAST-CYCLE.
004240     WRITE RPT-RECORD FROM WS-REPORT-HEADING-1.
004250     WRITE RPT-RECORD FROM WS-REPORT-HEADING-2.
004260     MOVE SPACES TO RPT-RECORD.
004270     WRITE RPT-RECORD.
004280     WRITE RPT-RECORD FROM WS-REPORT-COLUMN-HDGS.
004290 1400-EXIT.
004300     EXIT.
004310 1500-POSITION-FILE-RTN.
004320     MOVE WS-WINDOW-DATE TO AUD-RUN-DATE.
004330     MOVE ZERO TO AUD-RUN-TIME.
004340     MOVE ZERO TO AUD-SEQ-NO.
004350     START AUDFILE KEY IS NOT < AUD-KEY
004360         INVALID KEY
004370             MOVE "Y" TO WS-EOF-SWITCH
004380     END-START.
004390 1500-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------*
004420*    2000-PROCESS-RTN - ONE PASS PER AUDIT RECORD FROM THE       *
004430*    START OF THE WINDOW THROUGH THE PROCESSING DATE.  ONLY      *
004440*    TYPE C COMPARISON RECORDS SHOW THAT A SET ARRIVED, AND A    *
004450*    TYPE X THAT REVERSES ONE TAKES IT BACK.  EACH SET KEEPS A   *
004460*    NET COUNT FOR THE DATE BEING READ; 2200 SETTLES IT WHEN THE *
004470*    SET TURNS UP UNDER A LATER DATE, AND 3000 SETTLES WHAT IS   *
004480*    LEFT AT THE END.                                            *
004490*----------------------------------------------------------------*
004500 2000-PROCESS-RTN.
004510     READ AUDFILE NEXT RECORD
004520         AT END
004530             MOVE "Y" TO WS-EOF-SWITCH
004540     END-READ.
004550     IF WS-END-OF-FILE
004560         GO TO 2000-EXIT.
004570     IF AUD-RUN-DATE > WS-PROC-DATE
004580         MOVE "Y" TO WS-EOF-SWITCH
004590         GO TO 2000-EXIT.
004600     IF AUD-TYPE-REVERSAL AND AUD-REVERSES-COMPARISON
004610         PERFORM 2300-NET-REVERSAL-RTN THRU 2300-EXIT
004620         GO TO 2000-EXIT.
004630     IF NOT AUD-TYPE-COMPARISON
004640         GO TO 2000-EXIT.
004650     ADD 1 TO WS-SCAN-COUNT.
004660     PERFORM 2100-NOTE-PROC-DATE-RTN THRU 2100-EXIT.
004670     IF AUD-RUN-DATE = WS-PROC-DATE
004680             AND AUD-CYCLE-NO IS NUMERIC
004690             AND AUD-CYCLE-NO > WS-LAST-CYCLE
004700         MOVE AUD-CYCLE-NO TO WS-LAST-CYCLE
004710     END-IF.
004720     MOVE ZERO TO WS-SM-FOUND-IDX.
004730     PERFORM 2210-MATCH-MASTER-RTN THRU 2210-EXIT
004740         VARYING WS-SM-IDX FROM 1 BY 1
004750         UNTIL WS-SM-IDX > WS-SM-COUNT.
004760     IF WS-SM-FOUND-IDX = ZERO
004770         GO TO 2000-EXIT.
004780     PERFORM 2200-CLOSE-NET-DATE-RTN THRU 2200-EXIT.
004790     ADD 1 TO WS-SM-NET-COUNT(WS-SM-FOUND-IDX).
004800 2000-EXIT.
004810     EXIT.
004820*----------------------------------------------------------------*
004830*    2100-NOTE-PROC-DATE-RTN - THE TRAIL IS READ IN KEY ORDER,   *
004840*    SO A NEW PROCESSING DATE IS ONE THAT DIFFERS FROM THE LAST  *
004850*    ONE RECORDED.                                               *
004860*----------------------------------------------------------------*
004870 2100-NOTE-PROC-DATE-RTN.
004880     IF WS-PD-COUNT > ZERO
004890             AND WS-PD-DATE(WS-PD-COUNT) = AUD-RUN-DATE
004900         GO TO 2100-EXIT.
004910     IF WS-PD-COUNT >= WS-PD-TABLE-MAX
004920         DISPLAY "SETMISS - PROCESSING DATE TABLE FULL - "
004930             "MORE THAN " WS-PD-TABLE-MAX " DATES IN THE WINDOW"
004940         STOP RUN
004950     END-IF.
004960     ADD 1 TO WS-PD-COUNT.
004970     MOVE AUD-RUN-DATE TO WS-PD-DATE(WS-PD-COUNT).
004980 2100-EXIT.
004990     EXIT.
005000 2210-MATCH-MASTER-RTN.
005010     IF WS-SM-FOUND-IDX = ZERO
005020             AND WS-SM-SET-ID(WS-SM-IDX) = AUD-SET-ID
005030         MOVE WS-SM-IDX TO WS-SM-FOUND-IDX
005040     END-IF.
005050 2210-EXIT.
005060     EXIT.
005070*----------------------------------------------------------------*
005080*    2200-CLOSE-NET-DATE-RTN - THE TRAIL IS IN DATE ORDER, SO    *
005090*    WHEN A SET TURNS UP UNDER A NEW DATE ITS NET FOR THE LAST   *
005100*    ONE IS FINAL.  2250 SETTLES IT AND THE COUNT STARTS AGAIN.  *
005110*----------------------------------------------------------------*
005120 2200-CLOSE-NET-DATE-RTN.
005130     IF WS-SM-NET-DATE(WS-SM-FOUND-IDX) = AUD-RUN-DATE
005140         GO TO 2200-EXIT.
005150     PERFORM 2250-SETTLE-NET-RTN THRU 2250-EXIT.
005160     MOVE AUD-RUN-DATE TO WS-SM-NET-DATE(WS-SM-FOUND-IDX).
005170     MOVE ZERO TO WS-SM-NET-COUNT(WS-SM-FOUND-IDX).
005180 2200-EXIT.
005190     EXIT.
005200*----------------------------------------------------------------*
005210*    2250-SETTLE-NET-RTN - A DATE WITH A COMPARISON LEFT         *
005220*    UNREVERSED IS THE LAST DATE THE SET WAS SEEN, AND IF IT IS  *
005230*    THE PROCESSING DATE THE SET HAS ARRIVED.                    *
005240*----------------------------------------------------------------*
005250 2250-SETTLE-NET-RTN.
005260     IF WS-SM-NET-COUNT(WS-SM-FOUND-IDX) NOT > ZERO
005270         GO TO 2250-EXIT.
005280     MOVE WS-SM-NET-DATE(WS-SM-FOUND-IDX)
005290         TO WS-SM-LAST-SEEN(WS-SM-FOUND-IDX).
005300     IF WS-SM-NET-DATE(WS-SM-FOUND-IDX) = WS-PROC-DATE
005310         MOVE "Y" TO WS-SM-ARRIVED-SWITCH(WS-SM-FOUND-IDX)
005320     END-IF.
005330 2250-EXIT.
005340     EXIT.
005350*----------------------------------------------------------------*
005360*    2300-NET-REVERSAL-RTN - A REVERSAL REPEATS THE RUN DATE AND *
005370*    SET OF THE COMPARISON IT BACKS OUT AND FOLLOWS IT ON THE    *
005380*    TRAIL, SO IT COMES OFF THE SAME DATE'S NET COUNT.           *
005390*----------------------------------------------------------------*
005400 2300-NET-REVERSAL-RTN.
005410     MOVE ZERO TO WS-SM-FOUND-IDX.
005420     PERFORM 2210-MATCH-MASTER-RTN THRU 2210-EXIT
005430         VARYING WS-SM-IDX FROM 1 BY 1
005440         UNTIL WS-SM-IDX > WS-SM-COUNT.
005450     IF WS-SM-FOUND-IDX = ZERO
005460         GO TO 2300-EXIT.
005470     PERFORM 2200-CLOSE-NET-DATE-RTN THRU 2200-EXIT.
005480     SUBTRACT 1 FROM WS-SM-NET-COUNT(WS-SM-FOUND-IDX).
005490 2300-EXIT.
005500     EXIT.
005510*----------------------------------------------------------------*
005520*    3000-REPORT-MISSING-RTN - THE PROCESSING DATE ALWAYS        *
005530*    COUNTS, EVEN WHEN NO FEED WAS COMPARED AT ALL.  EACH SET'S  *
005540*    LAST NET COUNT IS SETTLED, EACH SET THAT DID NOT ARRIVE IS  *
005550*    AGED, THEN THE TABLE IS SORTED BY BRANCH AND SET ID AND THE *
005560*    MISSING SETS ARE PRINTED.                                   *
005570*----------------------------------------------------------------*
005580 3000-REPORT-MISSING-RTN.
005590     IF WS-PD-COUNT = ZERO
005600             OR WS-PD-DATE(WS-PD-COUNT) NOT = WS-PROC-DATE
005610         IF WS-PD-COUNT >= WS-PD-TABLE-MAX
005620             DISPLAY "SETMISS - PROCESSING DATE TABLE FULL - "
005630                 "MORE THAN " WS-PD-TABLE-MAX
005640                 " DATES IN THE WINDOW"
005650             STOP RUN
005660         END-IF
005670         ADD 1 TO WS-PD-COUNT
005680         MOVE WS-PROC-DATE TO WS-PD-DATE(WS-PD-COUNT)
005690     END-IF.
005700     PERFORM 3040-SETTLE-ONE-SET-RTN THRU 3040-EXIT
005710         VARYING WS-SM-IDX FROM 1 BY 1
005720         UNTIL WS-SM-IDX > WS-SM-COUNT.
005730     PERFORM 1400-WRITE-REPORT-HEADINGS-RTN THRU 1400-EXIT.
005740     PERFORM 3050-AGE-ONE-SET-RTN THRU 3050-EXIT
005750         VARYING WS-SM-IDX FROM 1 BY 1
005760         UNTIL WS-SM-IDX > WS-SM-COUNT.
005770     PERFORM 3100-SORT-PASS-RTN THRU 3100-EXIT
005780         VARYING WS-SORT-I FROM 1 BY 1
005790         UNTIL WS-SORT-I > WS-SM-COUNT.
005800     MOVE LOW-VALUES TO WS-PREV-BRANCH.
005810     PERFORM 3300-PRINT-ONE-SET-RTN THRU 3300-EXIT
005820         VARYING WS-SM-IDX FROM 1 BY 1
005830         UNTIL WS-SM-IDX > WS-SM-COUNT.
005840     IF WS-MISSING-COUNT > ZERO
005850         PERFORM 3350-BRANCH-TOTAL-RTN THRU 3350-EXIT
005860     ELSE
005870         MOVE SPACES TO RPT-RECORD
005880         WRITE RPT-RECORD
005890         WRITE RPT-RECORD FROM WS-NONE-MISSING-LINE
005900     END-IF.
005910 3000-EXIT.
005920     EXIT.
005930 3040-SETTLE-ONE-SET-RTN.
005940     MOVE WS-SM-IDX TO WS-SM-FOUND-IDX.
005950     PERFORM 2250-SETTLE-NET-RTN THRU 2250-EXIT.
005960 3040-EXIT.
005970     EXIT.
005980*----------------------------------------------------------------*
005990*    3050-AGE-ONE-SET-RTN - COUNT THE PROCESSING DATES SINCE THE *
006000*    SET WAS LAST SEEN, NOT COUNTING DATES BEFORE IT OPENED.  A  *
006010*    SET NOT SEEN ANYWHERE IN THE WINDOW THAT OPENED BEFORE THE  *
006020*    WINDOW STARTED HAS BEEN MISSING LONGER THAN THE COUNT.      *
006030*----------------------------------------------------------------*
006040 3050-AGE-ONE-SET-RTN.
006050     IF WS-SM-ARRIVED(WS-SM-IDX)
006060         ADD 1 TO WS-COMPARED-COUNT
006070         GO TO 3050-EXIT.
006080     MOVE ZERO TO WS-DATES-MISSING.
006090     PERFORM 3060-COUNT-ONE-DATE-RTN THRU 3060-EXIT
006100         VARYING WS-PD-IDX FROM 1 BY 1
006110         UNTIL WS-PD-IDX > WS-PD-COUNT.
006120     MOVE WS-DATES-MISSING TO WS-SM-MISSED(WS-SM-IDX).
006130     IF WS-SM-LAST-SEEN(WS-SM-IDX) = ZERO
006140             AND WS-SM-OPEN-DATE(WS-SM-IDX) < WS-WINDOW-DATE
006150         MOVE "+" TO WS-SM-BEYOND-SWITCH(WS-SM-IDX)
006160     END-IF.
006170 3050-EXIT.
006180     EXIT.
006190 3060-COUNT-ONE-DATE-RTN.
006200     IF WS-PD-DATE(WS-PD-IDX) > WS-SM-LAST-SEEN(WS-SM-IDX)
006210             AND WS-PD-DATE(WS-PD-IDX)
006220                 NOT < WS-SM-OPEN-DATE(WS-SM-IDX)
006230         ADD 1 TO WS-DATES-MISSING
006240     END-IF.
006250 3060-EXIT.
006260     EXIT.
006270 3100-SORT-PASS-RTN.
006280     MOVE WS-SORT-I TO WS-BEST-IDX.
006290     PERFORM 3110-FIND-BEST-RTN THRU 3110-EXIT
006300         VARYING WS-SORT-J FROM WS-SORT-I BY 1
006310         UNTIL WS-SORT-J > WS-SM-COUNT.
006320     IF WS-BEST-IDX NOT = WS-SORT-I
006330         PERFORM 3120-SWAP-ENTRIES-RTN THRU 3120-EXIT
006340     END-IF.
006350 3100-EXIT.
006360     EXIT.
006370 3110-FIND-BEST-RTN.
006380     IF WS-SM-BRANCH(WS-SORT-J) < WS-SM-BRANCH(WS-BEST-IDX)
006390             OR (WS-SM-BRANCH(WS-SORT-J)
006400                     = WS-SM-BRANCH(WS-BEST-IDX)
006410                 AND WS-SM-SET-ID(WS-SORT-J)
006420                     < WS-SM-SET-ID(WS-BEST-IDX))
006430         MOVE WS-SORT-J TO WS-BEST-IDX
006440     END-IF.
006450 3110-EXIT.
006460     EXIT.
006470 3120-SWAP-ENTRIES-RTN.
006480     MOVE WS-SM-ENTRY(WS-SORT-I)  TO WS-SWAP-SM-ENTRY.
006490     MOVE WS-SM-ENTRY(WS-BEST-IDX) TO WS-SM-ENTRY(WS-SORT-I).
006500     MOVE WS-SWAP-SM-ENTRY TO WS-SM-ENTRY(WS-BEST-IDX).
006510 3120-EXIT.
006520     EXIT.
006530*----------------------------------------------------------------*
006540*    3300-PRINT-ONE-SET-RTN - A BRANCH TOTAL AND A BLANK LINE    *
006550*    SEPARATE EACH BRANCH'S MISSING SETS.                        *
006560*----------------------------------------------------------------*
006570 3300-PRINT-ONE-SET-RTN.
006580     IF WS-SM-ARRIVED(WS-SM-IDX)
006590         GO TO 3300-EXIT.
006600     IF WS-SM-BRANCH(WS-SM-IDX) NOT = WS-PREV-BRANCH
006610         IF WS-MISSING-COUNT > ZERO
006620             PERFORM 3350-BRANCH-TOTAL-RTN THRU 3350-EXIT
006630         END-IF
006640         MOVE SPACES TO RPT-RECORD
006650         WRITE RPT-RECORD
006660         MOVE WS-SM-BRANCH(WS-SM-IDX) TO WS-PREV-BRANCH
006670         MOVE ZERO TO WS-BRANCH-MISSING
006680     END-IF.
006690     ADD 1 TO WS-MISSING-COUNT.
006700     ADD 1 TO WS-BRANCH-MISSING.
006710     MOVE SPACES TO WS-DETAIL-LINE.
006720     MOVE WS-SM-BRANCH(WS-SM-IDX) TO WS-DTL-BRANCH.
006730     MOVE WS-SM-SET-ID(WS-SM-IDX) TO WS-DTL-SET-ID.
006740     MOVE WS-SM-OPEN-DATE(WS-SM-IDX) TO WS-DTL-OPEN-DATE.
006750     IF WS-SM-LAST-SEEN(WS-SM-IDX) = ZERO
006760         MOVE "NOT SEEN" TO WS-DTL-LAST-SEEN
006770     ELSE
006780         MOVE WS-SM-LAST-SEEN(WS-SM-IDX) TO WS-DTL-LAST-SEEN
006790     END-IF.
006800     MOVE WS-SM-MISSED(WS-SM-IDX) TO WS-DTL-MISSED.
006810     MOVE WS-SM-BEYOND-SWITCH(WS-SM-IDX) TO WS-DTL-BEYOND.
006820     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
006830     PERFORM 3400-WRITE-MISSING-RTN THRU 3400-EXIT.
006840 3300-EXIT.
006850     EXIT.
006860 3350-BRANCH-TOTAL-RTN.
006870     MOVE WS-PREV-BRANCH TO WS-BTL-BRANCH.
006880     MOVE WS-BRANCH-MISSING TO WS-BTL-COUNT.
006890     WRITE RPT-RECORD FROM WS-BRANCH-TOTAL-LINE.
006900 3350-EXIT.
006910     EXIT.
006920 3400-WRITE-MISSING-RTN.
006930     MOVE SPACES TO MF-RECORD.
006940     MOVE WS-SM-BRANCH(WS-SM-IDX) TO MF-BRANCH.
006950     MOVE WS-SM-SET-ID(WS-SM-IDX) TO MF-SET-ID.
006960     MOVE WS-PROC-DATE TO MF-PROC-DATE.
006970     MOVE WS-SM-MISSED(WS-SM-IDX) TO MF-DATES-MISSING.
006980     MOVE WS-SM-BEYOND-SWITCH(WS-SM-IDX) TO MF-BEYOND-WINDOW.
006990     MOVE WS-SM-LAST-SEEN(WS-SM-IDX) TO MF-LAST-SEEN-DATE.
007000     MOVE WS-SM-OPEN-DATE(WS-SM-IDX) TO MF-OPEN-DATE.
007010     WRITE MF-RECORD.
007020 3400-EXIT.
007030     EXIT.
007040*----------------------------------------------------------------*
007050*    7300-PRIOR-DATE-RTN - WS-CNV-DATE (YYYYMMDD) BACK ONE       *
007060*    CALENDAR DAY, ACROSS MONTH AND YEAR ENDS AND FEBRUARY 29.   *
007070*----------------------------------------------------------------*
007080 7300-PRIOR-DATE-RTN.
007090     IF WS-CNV-DD > 01
007100         SUBTRACT 1 FROM WS-CNV-DD
007110         GO TO 7300-EXIT.
007120     IF WS-CNV-MM = 01
007130         MOVE 12 TO WS-CNV-MM
007140         SUBTRACT 1 FROM WS-CNV-YYYY
007150     ELSE
007160         SUBTRACT 1 FROM WS-CNV-MM
007170     END-IF.
007180     EVALUATE WS-CNV-MM
007190         WHEN 04
007200         WHEN 06
007210         WHEN 09
007220         WHEN 11
007230             MOVE 30 TO WS-CNV-DD
007240         WHEN 02
007250             MOVE 28 TO WS-CNV-DD
007260             DIVIDE WS-CNV-YYYY BY 4
007270                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
007280             IF WS-LEAP-REM = ZERO
007290                     AND WS-CNV-YYYY NOT = 1900
007300                 MOVE 29 TO WS-CNV-DD
007310             END-IF
007320         WHEN OTHER
007330             MOVE 31 TO WS-CNV-DD
007340     END-EVALUATE.
007350 7300-EXIT.
007360     EXIT.
007370*----------------------------------------------------------------*
007380*    8000-TERMINATE-RTN                                          *
007390*----------------------------------------------------------------*
007400 8000-TERMINATE-RTN.
007410     MOVE SPACES TO RPT-RECORD.
007420     WRITE RPT-RECORD.
007430     MOVE WS-SM-COUNT TO WS-FTR-CHECKED.
007440     MOVE WS-COMPARED-COUNT TO WS-FTR-COMPARED.
007450     MOVE WS-MISSING-COUNT TO WS-FTR-MISSING.
007460     WRITE RPT-RECORD FROM WS-FOOTER-LINE.
007470     MOVE WS-SCAN-COUNT TO WS-FTR-SCANNED.
007480     MOVE WS-PD-COUNT TO WS-FTR-PROC-DATES.
007490     WRITE RPT-RECORD FROM WS-FOOTER-LINE-2.
007500     CLOSE AUDFILE.
007510     CLOSE MISSRPT.
007520     CLOSE MISSFILE.
007530     PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT.
007540     DISPLAY "SETMISS - REPORT COMPLETE - "
007550         WS-MISSING-COUNT " MISSING SET(S) OF "
007560         WS-SM-COUNT " CHECKED".
007570 8000-EXIT.
007580     EXIT.
007590*----------------------------------------------------------------*
007600*    9000-WRITE-RUN-LOG-RTN - APPEND THIS RUN'S COMPLETION       *
007610*    RECORD TO THE SHARED OPERATIONS RUN LOG READ BY RUNSTAT.    *
007620*    A LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT       *
007630*    FAIL THE RUN.                                               *
007640*----------------------------------------------------------------*
007650 9000-WRITE-RUN-LOG-RTN.
007660     OPEN EXTEND RUNLOG.
007670     IF WS-RLOG-STATUS NOT = "00"
007680         OPEN OUTPUT RUNLOG
007690     END-IF.
007700     IF WS-RLOG-STATUS NOT = "00"
007710         DISPLAY "SETMISS - UNABLE TO WRITE RUN LOG - "
007720             "STATUS " WS-RLOG-STATUS
007730         GO TO 9000-EXIT.
007740     MOVE SPACES TO RLOG-RECORD.
007750     MOVE "SETMISS" TO RLOG-PROGRAM.
007760     MOVE WS-CURRENT-DATE TO RLOG-RUN-DATE.
007770     MOVE WS-CURRENT-TIME TO RLOG-START-TIME.
007780     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
007790     ACCEPT RLOG-END-TIME FROM TIME.
007800     MOVE "MISSING" TO RLOG-MODE.
007810     MOVE WS-SM-COUNT TO RLOG-IN-COUNT.
007820     MOVE WS-MISSING-COUNT TO RLOG-OUT-COUNT.
007830     MOVE ZERO TO RLOG-SUSP-COUNT.
007840     MOVE WS-RLOG-STATUS-CODE TO RLOG-STATUS.
007850     WRITE RLOG-RECORD.
007860     CLOSE RUNLOG.
007870 9000-EXIT.
007880     EXIT.
