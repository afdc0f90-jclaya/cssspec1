000010*****************************************************************
000020*                                                               *
000030*    PROGRAM      SETLANAL                                    *
000040*    FUNCTION     SETTLEMENT REJECTION ANALYSIS.  READS THE   *
000050*                 TYPE S SETTLEMENT-STATUS RECORDS SETLRECN   *
000060*                 POSTED OVER A DATE RANGE AND THE PRIOR      *
000070*                 PERIOD OF THE SAME LENGTH, AND REPORTS THE  *
000080*                 REJECTIONS BY SETTLEMENT REASON CODE AND BY *
000090*                 OWNING BRANCH AGAINST THE PRIOR PERIOD.     *
000100*                 EVERY SET REJECTED (AND SO RESENT) MORE     *
000110*                 THAN THE ALLOWED NUMBER OF TIMES IN THE     *
000120*                 RANGE IS LISTED WITH ITS FULL REJECT        *
000130*                 HISTORY FROM THE TRAIL AND HELD ON THE      *
000140*                 RESEND EXCEPTION FILE, WHICH STOPS SETTLEXT *
000150*                 RESENDING IT UNTIL SOMEONE REVIEWS IT.      *
000160*                                                               *
000170*****************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. SETLANAL.
000200 AUTHOR. R T MEEKS.
000210 INSTALLATION. RECONCILIATION SYSTEMS UNIT.
000220 DATE-WRITTEN. 10/15/2026.
000230 DATE-COMPILED.
000240*****************************************************************
000250*    MODIFICATION HISTORY                                      *
000260*    DATE        INIT   DESCRIPTION                            *
000270*    10/15/2026  RTM    ORIGINAL VERSION.  THE RANGE AND THE   *
000280*                       RESEND LIMIT COME FROM THE ANALCTL     *
000290*                       CARD (CONSOLE PROMPT AS THE FALLBACK): *
000300*                       A ZERO TO DATE IS TODAY, A ZERO FROM   *
000310*                       DATE THE 30 DAYS ENDING ON IT, AND A   *
000320*                       ZERO LIMIT 3.  THE EXCEPTION FILE IS   *
000330*                       READ (SETLEXC) AND WRITTEN FORWARD     *
000340*                       (SETLEXCN) WITH THE NEW HOLDS, SO A    *
000350*                       REVIEWER'S RELEASE IS NOT LOST.        *
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT AUDFILE ASSIGN TO "AUDFILE"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS AUD-KEY
000470         ALTERNATE RECORD KEY IS AUD-SET-ID WITH DUPLICATES
000480         FILE STATUS IS WS-AUD-STATUS.
000490     SELECT SETMFILE ASSIGN TO "SETMFILE"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-SETM-STATUS.
000520     SELECT ANALCTL ASSIGN TO "ANALCTL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CTL-STATUS.
000550     SELECT SETLEXC ASSIGN TO "SETLEXC"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-SEXC-STATUS.
000580     SELECT SETLEXCN ASSIGN TO "SETLEXCN"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-SEXN-STATUS.
000610     SELECT ANALRPT ASSIGN TO "ANALRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RPT-STATUS.
000640     SELECT RUNLOG ASSIGN TO "RUNLOG"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RLOG-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  AUDFILE
000700     LABEL RECORDS ARE STANDARD.
000710 COPY AUDREC.
000720 FD  SETMFILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY SETMREC.
000750 FD  ANALCTL
000760     LABEL RECORDS ARE STANDARD.
000770 01  AC-RECORD.
000780     05  AC-FROM-DATE                   PIC 9(08).
000790     05  AC-TO-DATE                     PIC 9(08).
000800     05  AC-RESEND-LIMIT                PIC 9(02).
000810     05  FILLER                         PIC X(62).
000820 FD  SETLEXC
000830     LABEL RECORDS ARE STANDARD.
000840 COPY SEXCREC.
000850 FD  SETLEXCN
000860     LABEL RECORDS ARE STANDARD.
000870 01  SEXN-RECORD                    PIC X(80).
000880 FD  ANALRPT
000890     LABEL RECORDS ARE STANDARD.
000900 01  RPT-RECORD                     PIC X(132).
000910 FD  RUNLOG
000920     LABEL RECORDS ARE STANDARD.
000930 COPY RLOGREC.
000940 WORKING-STORAGE SECTION.
000950*----------------------------------------------------------------*
000960*    FILE STATUS FIELDS                                          *
000970*----------------------------------------------------------------*
000980 77  WS-AUD-STATUS                  PIC X(02) VALUE SPACES.
000990 77  WS-SETM-STATUS                 PIC X(02) VALUE SPACES.
001000 77  WS-CTL-STATUS                  PIC X(02) VALUE SPACES.
001010 77  WS-SEXC-STATUS                 PIC X(02) VALUE SPACES.
001020 77  WS-SEXN-STATUS                 PIC X(02) VALUE SPACES.
001030 77  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
001040 77  WS-RLOG-STATUS                 PIC X(02) VALUE SPACES.
001050 77  WS-RLOG-STATUS-CODE            PIC X(01) VALUE "N".
001060*----------------------------------------------------------------*
001070*    SWITCHES                                                    *
001080*----------------------------------------------------------------*
001090 77  WS-EOF-SWITCH                  PIC X(01) VALUE "N".
001100     88  WS-END-OF-FILE                        VALUE "Y".
001110 77  WS-SETM-EOF-SWITCH             PIC X(01) VALUE "N".
001120     88  WS-SETM-END-OF-FILE                   VALUE "Y".
001130 77  WS-SEXC-EOF-SWITCH             PIC X(01) VALUE "N".
001140     88  WS-SEXC-END-OF-FILE                   VALUE "Y".
001150 77  WS-HIST-SWITCH                 PIC X(01) VALUE "N".
001160     88  WS-HIST-DONE                          VALUE "Y".
001170 77  WS-PERIOD-SWITCH               PIC X(01) VALUE "C".
001180     88  WS-CURRENT-PERIOD                     VALUE "C".
001190     88  WS-PRIOR-PERIOD                       VALUE "P".
001200*----------------------------------------------------------------*
001210*    RUN IDENTIFICATION AND ANALYSIS RANGE                       *
001220*----------------------------------------------------------------*
001230 77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
001240 77  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.
001250 77  WS-FROM-DATE                   PIC 9(08) VALUE ZERO.
001260 77  WS-TO-DATE                     PIC 9(08) VALUE ZERO.
001270 77  WS-PRIOR-FROM-DATE             PIC 9(08) VALUE ZERO.
001280 77  WS-PRIOR-TO-DATE               PIC 9(08) VALUE ZERO.
001290 77  WS-RESEND-LIMIT                PIC 9(02) VALUE ZERO.
001300 77  WS-DEFAULT-LIMIT               PIC 9(02) VALUE 03.
001310 77  WS-DEFAULT-DAYS                PIC 9(04) COMP VALUE 0030.
001320 77  WS-PERIOD-DAYS                 PIC 9(08) COMP VALUE ZERO.
001330 77  WS-STEP-COUNT                  PIC 9(08) COMP VALUE ZERO.
001340 77  WS-FROM-DAYS                   PIC 9(08) COMP VALUE ZERO.
001350*----------------------------------------------------------------*
001360*    DATE ARITHMETIC.  WS-CNV-DATE (YYYYMMDD) CONVERTS TO A DAY  *
001370*    SERIAL FROM 01/01/1900, GOOD FOR 1900-2099 WHERE EVERY      *
001380*    FOURTH YEAR IS A LEAP YEAR EXCEPT 1900 ITSELF.              *
001390*----------------------------------------------------------------*
001400 01  WS-CNV-DATE                    PIC 9(08) VALUE ZERO.
001410 01  WS-CNV-DATE-R REDEFINES WS-CNV-DATE.
001420     05  WS-CNV-YYYY                PIC 9(04).
001430     05  WS-CNV-MM                  PIC 9(02).
001440     05  WS-CNV-DD                  PIC 9(02).
001450 77  WS-CNV-DAYS                    PIC 9(08) COMP VALUE ZERO.
001460 77  WS-LEAP-CNT                    PIC 9(04) COMP VALUE ZERO.
001470 77  WS-LEAP-QUOT                   PIC 9(04) COMP VALUE ZERO.
001480 77  WS-LEAP-REM                    PIC 9(04) COMP VALUE ZERO.
001490*----------------------------------------------------------------*
001500*    COUNTERS                                                    *
001510*----------------------------------------------------------------*
001520 77  WS-SETL-READ-COUNT             PIC 9(08) COMP VALUE ZERO.
001530 77  WS-CUR-ACK-COUNT               PIC 9(08) COMP VALUE ZERO.
001540 77  WS-PRI-ACK-COUNT               PIC 9(08) COMP VALUE ZERO.
001550 77  WS-CUR-REJ-COUNT               PIC 9(08) COMP VALUE ZERO.
001560 77  WS-PRI-REJ-COUNT               PIC 9(08) COMP VALUE ZERO.
001570 77  WS-CHRONIC-COUNT               PIC 9(08) COMP VALUE ZERO.
001580 77  WS-NEW-HOLD-COUNT              PIC 9(08) COMP VALUE ZERO.
001590 77  WS-REHOLD-COUNT                PIC 9(08) COMP VALUE ZERO.
001600 77  WS-SEXC-READ-COUNT             PIC 9(08) COMP VALUE ZERO.
001610 77  WS-SEXN-WRITE-COUNT            PIC 9(08) COMP VALUE ZERO.
001620 77  WS-HIST-COUNT                  PIC 9(08) COMP VALUE ZERO.
001630 77  WS-TOTAL-CUR                   PIC 9(08) COMP VALUE ZERO.
001640 77  WS-TOTAL-PRI                   PIC 9(08) COMP VALUE ZERO.
001650 77  WS-CHANGE                      PIC S9(08) COMP VALUE ZERO.
001660*----------------------------------------------------------------*
001670*    SET MASTER TABLE - EVERY ROW, FOR THE OWNING BRANCH         *
001680*----------------------------------------------------------------*
001690 77  WS-SM-TABLE-MAX                PIC 9(04) COMP VALUE 1000.
001700 77  WS-SM-COUNT                    PIC 9(04) COMP VALUE ZERO.
001710 77  WS-SM-IDX                      PIC 9(04) COMP VALUE ZERO.
001720 77  WS-SM-FOUND-IDX                PIC 9(04) COMP VALUE ZERO.
001730 01  WS-SET-MASTER-TABLE.
001740     05  WS-SM-ENTRY OCCURS 1000 TIMES.
001750         10  WS-SM-SET-ID           PIC X(10).
001760         10  WS-SM-BRANCH           PIC X(06).
001770         10  WS-SM-DESC             PIC X(30).
001780 77  WS-LOOKUP-SET-ID               PIC X(10) VALUE SPACES.
001790 77  WS-FOUND-BRANCH                PIC X(06) VALUE SPACES.
001800 77  WS-FOUND-DESC                  PIC X(30) VALUE SPACES.
001810 77  WS-NO-BRANCH                   PIC X(06) VALUE "*NONE*".
001820*----------------------------------------------------------------*
001830*    REJECTIONS BY SETTLEMENT REASON CODE.  SETTLEMENT'S CODES   *
001840*    ARE TAKEN AS THEY COME, SO A NEW CODE GETS ITS OWN ROW.     *
001850*----------------------------------------------------------------*
001860 77  WS-RSN-TABLE-MAX               PIC 9(04) COMP VALUE 0100.
001870 77  WS-RSN-COUNT                   PIC 9(04) COMP VALUE ZERO.
001880 77  WS-RSN-IDX                     PIC 9(04) COMP VALUE ZERO.
001890 77  WS-RSN-FOUND-IDX               PIC 9(04) COMP VALUE ZERO.
001900 01  WS-REASON-TABLE.
001910     05  WS-RSN-ENTRY OCCURS 100 TIMES.
001920         10  WS-RSN-CODE            PIC X(02).
001930         10  WS-RSN-CUR             PIC 9(08) COMP.
001940         10  WS-RSN-PRI             PIC 9(08) COMP.
001950 01  WS-SWAP-RSN-ENTRY              PIC X(10).
001960*----------------------------------------------------------------*
001970*    REJECTIONS BY OWNING BRANCH                                 *
001980*----------------------------------------------------------------*
001990 77  WS-BR-TABLE-MAX                PIC 9(04) COMP VALUE 0300.
002000 77  WS-BR-COUNT                    PIC 9(04) COMP VALUE ZERO.
002010 77  WS-BR-IDX                      PIC 9(04) COMP VALUE ZERO.
002020 77  WS-BR-FOUND-IDX                PIC 9(04) COMP VALUE ZERO.
002030 01  WS-BRANCH-TABLE.
002040     05  WS-BR-ENTRY OCCURS 300 TIMES.
002050         10  WS-BR-BRANCH           PIC X(06).
002060         10  WS-BR-CUR              PIC 9(08) COMP.
002070         10  WS-BR-PRI              PIC 9(08) COMP.
002080 01  WS-SWAP-BR-ENTRY               PIC X(14).
002090*----------------------------------------------------------------*
002100*    SETS REJECTED IN THE RANGE, WITH THEIR COUNT, FIRST AND     *
002110*    LAST REJECTION AND THE COUNT SINCE THEIR LAST REVIEW ON     *
002120*    THE EXCEPTION FILE (ALL OF THEM IF NEVER REVIEWED).         *
002130*----------------------------------------------------------------*
002140 77  WS-RS-TABLE-MAX                PIC 9(04) COMP VALUE 2000.
002150 77  WS-RS-COUNT                    PIC 9(04) COMP VALUE ZERO.
002160 77  WS-RS-IDX                      PIC 9(04) COMP VALUE ZERO.
002170 77  WS-RS-FOUND-IDX                PIC 9(04) COMP VALUE ZERO.
002180 01  WS-REJECT-SET-TABLE.
002190     05  WS-RS-ENTRY OCCURS 2000 TIMES.
002200         10  WS-RS-SORT-KEY.
002210             15  WS-RS-BRANCH       PIC X(06).
002220             15  WS-RS-SET-ID       PIC X(10).
002230         10  WS-RS-DESC             PIC X(30).
002240         10  WS-RS-REJ-COUNT        PIC 9(04) COMP.
002250         10  WS-RS-SINCE-COUNT      PIC 9(04) COMP.
002260         10  WS-RS-FIRST-DATE       PIC 9(08).
002270         10  WS-RS-LAST-DATE        PIC 9(08).
002280         10  WS-RS-LAST-REASON      PIC X(02).
002290         10  WS-RS-REVIEW-DATE      PIC 9(08).
002300         10  WS-RS-EX-IDX           PIC 9(04) COMP.
002310 01  WS-SWAP-RS-ENTRY               PIC X(78).
002320*----------------------------------------------------------------*
002330*    THE RESEND EXCEPTION FILE, AS READ AND AS IT WILL BE        *
002340*    WRITTEN FORWARD.  WS-EX-IMAGE MATCHES SEXCREC BYTE FOR      *
002350*    BYTE; WS-EX-ACTION IS THIS RUN'S NOTE ON THE ROW.           *
002360*----------------------------------------------------------------*
002370 77  WS-EX-TABLE-MAX                PIC 9(04) COMP VALUE 2000.
002380 77  WS-EX-COUNT                    PIC 9(04) COMP VALUE ZERO.
002390 77  WS-EX-IDX                      PIC 9(04) COMP VALUE ZERO.
002400 77  WS-EX-FOUND-IDX                PIC 9(04) COMP VALUE ZERO.
002410 01  WS-EXCEPTION-TABLE.
002420     05  WS-EX-ENTRY OCCURS 2000 TIMES.
002430         10  WS-EX-IMAGE.
002440             15  WS-EX-SET-ID       PIC X(10).
002450             15  WS-EX-BRANCH       PIC X(06).
002460             15  WS-EX-STATUS       PIC X(01).
002470                 88  WS-EX-HELD                VALUE "H".
002480                 88  WS-EX-RELEASED            VALUE "R".
002490             15  WS-EX-LISTED-DATE  PIC 9(08).
002500             15  WS-EX-REJECT-COUNT PIC 9(04).
002510             15  WS-EX-FIRST-DATE   PIC 9(08).
002520             15  WS-EX-LAST-DATE    PIC 9(08).
002530             15  WS-EX-LAST-REASON  PIC X(02).
002540             15  WS-EX-REVIEWED-BY  PIC X(08).
002550             15  WS-EX-REVIEW-DATE  PIC 9(08).
002560             15  FILLER             PIC X(17).
002570         10  WS-EX-ACTION           PIC X(20).
002580*----------------------------------------------------------------*
002590*    SORT WORK FIELDS                                            *
002600*----------------------------------------------------------------*
002610 77  WS-SORT-I                      PIC 9(04) COMP VALUE ZERO.
002620 77  WS-SORT-J                      PIC 9(04) COMP VALUE ZERO.
002630 77  WS-BEST-IDX                    PIC 9(04) COMP VALUE ZERO.
002640*----------------------------------------------------------------*
002650*    REPORT LINES                                                *
002660*----------------------------------------------------------------*
002670 01  WS-REPORT-HEADING-1.
002680     05  FILLER                     PIC X(01) VALUE SPACE.
002690     05  FILLER                     PIC X(40)
002700             VALUE "SETTLEMENT REJECTION ANALYSIS".
002710     05  FILLER                     PIC X(10) VALUE SPACES.
002720     05  FILLER                     PIC X(11) VALUE "RUN DATE : ".
002730     05  WS-HDG-DATE                PIC 9(08).
002740 01  WS-REPORT-HEADING-2.
002750     05  FILLER                     PIC X(01) VALUE SPACE.
002760     05  FILLER                     PIC X(11) VALUE "PROGRAM : ".
002770     05  FILLER                     PIC X(15) VALUE "SETLANAL".
002780     05  FILLER                     PIC X(17)
002790             VALUE "CURRENT PERIOD : ".
002800     05  WS-HDG-FROM-DATE           PIC 9(08).
002810     05  FILLER                     PIC X(04) VALUE " TO ".
002820     05  WS-HDG-TO-DATE             PIC 9(08).
002830     05  FILLER                     PIC X(05) VALUE SPACES.
002840     05  FILLER                     PIC X(15)
002850             VALUE "PRIOR PERIOD : ".
002860     05  WS-HDG-PRIOR-FROM          PIC 9(08).
002870     05  FILLER                     PIC X(04) VALUE " TO ".
002880     05  WS-HDG-PRIOR-TO            PIC 9(08).
002890 01  WS-SECTION-LINE.
002900     05  FILLER                     PIC X(01) VALUE SPACE.
002910     05  WS-SEC-TEXT                PIC X(60).
002920     05  WS-SEC-LIMIT               PIC Z9.
002930     05  WS-SEC-TEXT-2              PIC X(20).
002940 01  WS-COMPARE-COLUMN-HDGS.
002950     05  FILLER                     PIC X(06) VALUE SPACES.
002960     05  WS-CMP-HDG-KEY             PIC X(34).
002970     05  FILLER                     PIC X(10) VALUE "   CURRENT".
002980     05  FILLER                     PIC X(10) VALUE "     PRIOR".
002990     05  FILLER                     PIC X(10) VALUE "    CHANGE".
003000 01  WS-COMPARE-LINE.
003010     05  FILLER                     PIC X(06) VALUE SPACES.
003020     05  WS-CMP-KEY                 PIC X(06).
003030     05  FILLER                     PIC X(02) VALUE SPACES.
003040     05  WS-CMP-TEXT                PIC X(26).
003050     05  WS-CMP-CUR                 PIC ZZZZZZZZZ9.
003060     05  WS-CMP-PRI                 PIC ZZZZZZZZZ9.
003070     05  WS-CMP-CHANGE              PIC ---------9.
003080 01  WS-CHRONIC-COLUMN-HDGS.
003090     05  FILLER                     PIC X(06) VALUE "BRANCH".
003100     05  FILLER                     PIC X(02) VALUE SPACES.
003110     05  FILLER                     PIC X(12) VALUE "SET ID".
003120     05  FILLER                     PIC X(32) VALUE "DESCRIPTION".
003130     05  FILLER                     PIC X(10) VALUE "REJECTIONS".
003140     05  FILLER                     PIC X(20)
003150             VALUE "  FIRST     LAST".
003160     05  FILLER                     PIC X(20) VALUE "EXCEPTION".
003170 01  WS-CHRONIC-LINE.
003180     05  WS-CHR-BRANCH              PIC X(06).
003190     05  FILLER                     PIC X(02) VALUE SPACES.
003200     05  WS-CHR-SET-ID              PIC X(10).
003210     05  FILLER                     PIC X(02) VALUE SPACES.
003220     05  WS-CHR-DESC                PIC X(30).
003230     05  FILLER                     PIC X(02) VALUE SPACES.
003240     05  WS-CHR-COUNT               PIC ZZZZZZZZZ9.
003250     05  FILLER                     PIC X(02) VALUE SPACES.
003260     05  WS-CHR-FIRST-DATE          PIC 9(08).
003270     05  FILLER                     PIC X(01) VALUE SPACES.
003280     05  WS-CHR-LAST-DATE           PIC 9(08).
003290     05  FILLER                     PIC X(01) VALUE SPACES.
003300     05  WS-CHR-ACTION              PIC X(20).
003310 01  WS-HISTORY-HDG.
003320     05  FILLER                     PIC X(12) VALUE SPACES.
003330     05  FILLER                     PIC X(40)
003340             VALUE "REJECT HISTORY  RUN DATE  RUN TIME  CY".
003350     05  FILLER                     PIC X(30)
003360             VALUE "FIELD VALUE  REASON".
003370 01  WS-HISTORY-LINE.
003380     05  FILLER                     PIC X(28) VALUE SPACES.
003390     05  WS-HST-RUN-DATE            PIC 9(08).
003400     05  FILLER                     PIC X(02) VALUE SPACES.
003410     05  WS-HST-RUN-TIME            PIC 9(08).
003420     05  FILLER                     PIC X(02) VALUE SPACES.
003430     05  WS-HST-CYCLE               PIC X(02).
003440     05  FILLER                     PIC X(04) VALUE SPACES.
003450     05  WS-HST-WIN-FIELD           PIC X(01).
003460     05  FILLER                     PIC X(03) VALUE SPACES.
003470     05  WS-HST-WIN-VALUE           PIC X(03).
003480     05  FILLER                     PIC X(03) VALUE SPACES.
003490     05  WS-HST-REASON              PIC X(02).
003500     05  FILLER                     PIC X(01) VALUE SPACES.
003510     05  WS-HST-REASON-TEXT         PIC X(20).
003520 01  WS-HISTORY-TOTAL-LINE.
003530     05  FILLER                     PIC X(12) VALUE SPACES.
003540     05  FILLER                     PIC X(28)
003550             VALUE "REJECTIONS ON THE TRAIL  : ".
003560     05  WS-HTL-COUNT               PIC ZZZZZ9.
003570 01  WS-NONE-LINE.
003580     05  FILLER                     PIC X(06) VALUE SPACES.
003590     05  FILLER                     PIC X(40) VALUE "NONE".
003600 01  WS-REPORT-FOOTER-1.
003610     05  FILLER                     PIC X(01) VALUE SPACE.
003620     05  FILLER                     PIC X(28)
003630             VALUE "SETTLEMENT RECORDS READ  = ".
003640     05  WS-FTR-READ                PIC ZZZZZ9.
003650     05  FILLER                     PIC X(05) VALUE SPACES.
003660     05  FILLER                     PIC X(28)
003670             VALUE "ACKNOWLEDGED CUR / PRIOR = ".
003680     05  WS-FTR-CUR-ACK             PIC ZZZZZ9.
003690     05  FILLER                     PIC X(03) VALUE " / ".
003700     05  WS-FTR-PRI-ACK             PIC ZZZZZ9.
003710 01  WS-REPORT-FOOTER-2.
003720     05  FILLER                     PIC X(01) VALUE SPACE.
003730     05  FILLER                     PIC X(28)
003740             VALUE "SETS OVER THE LIMIT      = ".
003750     05  WS-FTR-CHRONIC             PIC ZZZZZ9.
003760     05  FILLER                     PIC X(05) VALUE SPACES.
003770     05  FILLER                     PIC X(28)
003780             VALUE "NEWLY HELD / HELD AGAIN  = ".
003790     05  WS-FTR-NEW-HOLD            PIC ZZZZZ9.
003800     05  FILLER                     PIC X(03) VALUE " / ".
003810     05  WS-FTR-REHOLD              PIC ZZZZZ9.
003820 01  WS-REPORT-FOOTER-3.
003830     05  FILLER                     PIC X(01) VALUE SPACE.
003840     05  FILLER                     PIC X(28)
003850             VALUE "EXCEPTION ROWS READ      = ".
003860     05  WS-FTR-SEXC-READ           PIC ZZZZZ9.
003870     05  FILLER                     PIC X(05) VALUE SPACES.
003880     05  FILLER                     PIC X(28)
003890             VALUE "EXCEPTION ROWS WRITTEN   = ".
003900     05  WS-FTR-SEXN-WRITE          PIC ZZZZZ9.
003910 PROCEDURE DIVISION.
003920*----------------------------------------------------------------*
003930*    0000-MAINLINE-RTN                                           *
003940*----------------------------------------------------------------*
003950 0000-MAINLINE-RTN.
003960     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
003970     PERFORM 2000-PROCESS-RTN THRU 2000-EXIT
003980         UNTIL WS-END-OF-FILE.
003990     PERFORM 3000-SORT-TABLES-RTN THRU 3000-EXIT.
004000     PERFORM 4000-REPORT-REASONS-RTN THRU 4000-EXIT.
004010     PERFORM 4500-REPORT-BRANCHES-RTN THRU 4500-EXIT.
004020     PERFORM 5000-REPORT-CHRONIC-RTN THRU 5000-EXIT.
004030     PERFORM 6000-WRITE-EXCEPTIONS-RTN THRU 6000-EXIT.
004040     PERFORM 8000-TERMINATE-RTN THRU 8000-EXIT.
004050     STOP RUN.
004060 0000-EXIT.
004070     EXIT.
004080*----------------------------------------------------------------*
004090*    1000-INITIALIZE-RTN - THE RANGE AND RESEND LIMIT COME FROM  *
004100*    THE ANALCTL CARD; THE CONSOLE PROMPT REMAINS THE FALLBACK.  *
004110*    THE PRIOR PERIOD IS THE SAME NUMBER OF DAYS ENDING THE DAY  *
004120*    BEFORE THE RANGE STARTS.                                    *
004130*----------------------------------------------------------------*
004140 1000-INITIALIZE-RTN.
004150     DISPLAY "SETLANAL - SETTLEMENT REJECTION ANALYSIS STARTING".
004160     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004170     ACCEPT WS-CURRENT-TIME FROM TIME.
004180     OPEN INPUT ANALCTL.
004190     IF WS-CTL-STATUS = "00"
004200         READ ANALCTL
004210             AT END
004220                 PERFORM 1060-PROMPT-OPERATOR-RTN THRU 1060-EXIT
004230             NOT AT END
004240                 MOVE AC-FROM-DATE TO WS-FROM-DATE
004250                 MOVE AC-TO-DATE TO WS-TO-DATE
004260                 IF AC-RESEND-LIMIT IS NUMERIC
004270                     MOVE AC-RESEND-LIMIT TO WS-RESEND-LIMIT
004280                 END-IF
004290         END-READ
004300         CLOSE ANALCTL
004310     ELSE
004320         PERFORM 1060-PROMPT-OPERATOR-RTN THRU 1060-EXIT
004330     END-IF.
004340     IF WS-TO-DATE IS NOT NUMERIC OR WS-TO-DATE = ZERO
004350         MOVE WS-CURRENT-DATE TO WS-TO-DATE
004360     END-IF.
004370     IF WS-FROM-DATE IS NOT NUMERIC OR WS-FROM-DATE = ZERO
004380         MOVE WS-TO-DATE TO WS-CNV-DATE
004390         COMPUTE WS-STEP-COUNT = WS-DEFAULT-DAYS - 1
004400         PERFORM 7300-PRIOR-DATE-RTN THRU 7300-EXIT
004410             WS-STEP-COUNT TIMES
004420         MOVE WS-CNV-DATE TO WS-FROM-DATE
004430     END-IF.
004440     IF WS-RESEND-LIMIT IS NOT NUMERIC OR WS-RESEND-LIMIT = ZERO
004450         MOVE WS-DEFAULT-LIMIT TO WS-RESEND-LIMIT
004460     END-IF.
004470     IF WS-FROM-DATE > WS-TO-DATE
004480         DISPLAY "SETLANAL - FROM DATE " WS-FROM-DATE
004490             " IS AFTER TO DATE " WS-TO-DATE
004500         STOP RUN
004510     END-IF.
004520     MOVE WS-FROM-DATE TO WS-CNV-DATE.
004530     PERFORM 7200-DATE-TO-DAYS-RTN THRU 7200-EXIT.
004540     MOVE WS-CNV-DAYS TO WS-FROM-DAYS.
004550     MOVE WS-TO-DATE TO WS-CNV-DATE.
004560     PERFORM 7200-DATE-TO-DAYS-RTN THRU 7200-EXIT.
004570     COMPUTE WS-PERIOD-DAYS = WS-CNV-DAYS - WS-FROM-DAYS + 1.
004580     MOVE WS-FROM-DATE TO WS-CNV-DATE.
004590     PERFORM 7300-PRIOR-DATE-RTN THRU 7300-EXIT.
004600     MOVE WS-CNV-DATE TO WS-PRIOR-TO-DATE.
004610     COMPUTE WS-STEP-COUNT = WS-PERIOD-DAYS - 1.
004620     PERFORM 7300-PRIOR-DATE-RTN THRU 7300-EXIT
004630         WS-STEP-COUNT TIMES.
004640     MOVE WS-CNV-DATE TO WS-PRIOR-FROM-DATE.
004650     DISPLAY "SETLANAL - CURRENT PERIOD " WS-FROM-DATE
004660         " TO " WS-TO-DATE " PRIOR " WS-PRIOR-FROM-DATE
004670         " TO " WS-PRIOR-TO-DATE.
004680     DISPLAY "SETLANAL - SETS REJECTED MORE THAN "
004690         WS-RESEND-LIMIT " TIMES ARE HELD".
004700     PERFORM 1200-LOAD-SET-MASTER-RTN THRU 1200-EXIT.
004710     PERFORM 1300-LOAD-EXCEPTIONS-RTN THRU 1300-EXIT.
004720     OPEN INPUT AUDFILE.
004730     IF WS-AUD-STATUS NOT = "00"
004740         DISPLAY "SETLANAL - UNABLE TO OPEN AUDFILE - "
004750             "STATUS " WS-AUD-STATUS
004760         STOP RUN
004770     END-IF.
004780     OPEN OUTPUT ANALRPT.
004790     IF WS-RPT-STATUS NOT = "00"
004800         DISPLAY "SETLANAL - UNABLE TO OPEN ANALRPT - "
004810             "STATUS " WS-RPT-STATUS
004820         STOP RUN
004830     END-IF.
004840     MOVE WS-CURRENT-DATE TO WS-HDG-DATE.
004850     MOVE WS-FROM-DATE TO WS-HDG-FROM-DATE.
004860     MOVE WS-TO-DATE TO WS-HDG-TO-DATE.
004870     MOVE WS-PRIOR-FROM-DATE TO WS-HDG-PRIOR-FROM.
004880     MOVE WS-PRIOR-TO-DATE TO WS-HDG-PRIOR-TO.
004890     WRITE RPT-RECORD FROM WS-REPORT-HEADING-1.
004900     WRITE RPT-RECORD FROM WS-REPORT-HEADING-2.
004910     PERFORM 1500-POSITION-FILE-RTN THRU 1500-EXIT.
004920 1000-EXIT.
004930     EXIT.
004940 1060-PROMPT-OPERATOR-RTN.
004950     DISPLAY "ANALYSE FROM DATE (YYYYMMDD, 0 = 30 DAYS) ? ".
004960     ACCEPT WS-FROM-DATE FROM CONSOLE.
004970     DISPLAY "ANALYSE TO DATE (YYYYMMDD, 0 = TODAY) ? ".
004980     ACCEPT WS-TO-DATE FROM CONSOLE.
004990     DISPLAY "HOLD SETS REJECTED MORE THAN (NN, 0 = 3) ? ".
005000     ACCEPT WS-RESEND-LIMIT FROM CONSOLE.
005010 1060-EXIT.
005020     EXIT.
005030*----------------------------------------------------------------*
005040*    1200-LOAD-SET-MASTER-RTN - EVERY SET, OPEN OR CLOSED, SO A  *
005050*    REJECTION FOR A SET SINCE CLOSED STILL FINDS ITS BRANCH.    *
005060*----------------------------------------------------------------*
005070 1200-LOAD-SET-MASTER-RTN.
005080     OPEN INPUT SETMFILE.
005090     IF WS-SETM-STATUS NOT = "00"
005100         DISPLAY "SETLANAL - UNABLE TO OPEN SETMFILE - "
005110             "STATUS " WS-SETM-STATUS
005120         STOP RUN
005130     END-IF.
005140     PERFORM 1210-READ-SET-MASTER-RTN THRU 1210-EXIT
005150         UNTIL WS-SETM-END-OF-FILE.
005160     CLOSE SETMFILE.
005170 1200-EXIT.
005180     EXIT.
005190 1210-READ-SET-MASTER-RTN.
005200     READ SETMFILE
005210         AT END
005220             MOVE "Y" TO WS-SETM-EOF-SWITCH
005230     END-READ.
005240     IF WS-SETM-END-OF-FILE
005250         GO TO 1210-EXIT.
005260     IF WS-SM-COUNT >= WS-SM-TABLE-MAX
005270         DISPLAY "SETLANAL - SET MASTER TABLE FULL - "
005280             "MORE THAN " WS-SM-TABLE-MAX " ROWS"
005290         STOP RUN
005300     END-IF.
005310     ADD 1 TO WS-SM-COUNT.
005320     MOVE SETM-SET-ID TO WS-SM-SET-ID(WS-SM-COUNT).
005330     MOVE SETM-BRANCH TO WS-SM-BRANCH(WS-SM-COUNT).
005340     MOVE SETM-DESC TO WS-SM-DESC(WS-SM-COUNT).
005350 1210-EXIT.
005360     EXIT.
005370*----------------------------------------------------------------*
005380*    1300-LOAD-EXCEPTIONS-RTN - THE CURRENT EXCEPTION FILE.     *
005390*    NONE ON HAND MEANS NO SET HAS BEEN HELD YET.               *
005400*----------------------------------------------------------------*
005410 1300-LOAD-EXCEPTIONS-RTN.
005420     OPEN INPUT SETLEXC.
005430     IF WS-SEXC-STATUS NOT = "00"
005440         DISPLAY "SETLANAL - NO EXCEPTION FILE ON HAND - "
005450             "STATUS " WS-SEXC-STATUS
005460         GO TO 1300-EXIT
005470     END-IF.
005480     PERFORM 1310-READ-EXCEPTION-RTN THRU 1310-EXIT
005490         UNTIL WS-SEXC-END-OF-FILE.
005500     CLOSE SETLEXC.
005510 1300-EXIT.
005520     EXIT.
005530 1310-READ-EXCEPTION-RTN.
005540     READ SETLEXC
005550         AT END
005560             MOVE "Y" TO WS-SEXC-EOF-SWITCH
005570     END-READ.
005580     IF WS-SEXC-END-OF-FILE
005590         GO TO 1310-EXIT.
005600     ADD 1 TO WS-SEXC-READ-COUNT.
005610     PERFORM 7400-ADD-EXCEPTION-RTN THRU 7400-EXIT.
005620     MOVE SEXC-RECORD TO WS-EX-IMAGE(WS-EX-COUNT).
005630     IF WS-EX-REVIEW-DATE(WS-EX-COUNT) IS NOT NUMERIC
005640         MOVE ZERO TO WS-EX-REVIEW-DATE(WS-EX-COUNT)
005650     END-IF.
005660 1310-EXIT.
005670     EXIT.
005680 1500-POSITION-FILE-RTN.
005690     MOVE WS-PRIOR-FROM-DATE TO AUD-RUN-DATE.
005700     MOVE ZERO TO AUD-RUN-TIME.
005710     MOVE ZERO TO AUD-SEQ-NO.
005720     START AUDFILE KEY IS NOT < AUD-KEY
005730         INVALID KEY
005740             MOVE "Y" TO WS-EOF-SWITCH
005750     END-START.
005760 1500-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------*
005790*    2000-PROCESS-RTN - ONE PASS FROM THE START OF THE PRIOR     *
005800*    PERIOD TO THE END OF THE RANGE.  ONLY THE TYPE S RECORDS    *
005810*    SETLRECN POSTED ARE COUNTED.                                *
005820*----------------------------------------------------------------*
005830 2000-PROCESS-RTN.
005840     READ AUDFILE NEXT RECORD
005850         AT END
005860             MOVE "Y" TO WS-EOF-SWITCH
005870     END-READ.
005880     IF WS-END-OF-FILE
005890         GO TO 2000-EXIT.
005900     IF AUD-RUN-DATE > WS-TO-DATE
005910         MOVE "Y" TO WS-EOF-SWITCH
005920         GO TO 2000-EXIT.
005930     IF NOT AUD-TYPE-SETL-STATUS
005940         GO TO 2000-EXIT.
005950     ADD 1 TO WS-SETL-READ-COUNT.
005960     IF AUD-RUN-DATE < WS-FROM-DATE
005970         MOVE "P" TO WS-PERIOD-SWITCH
005980         ADD 1 TO WS-PRI-ACK-COUNT
005990     ELSE
006000         MOVE "C" TO WS-PERIOD-SWITCH
006010         ADD 1 TO WS-CUR-ACK-COUNT
006020     END-IF.
006030     IF NOT AUD-SETL-REJECTED
006040         GO TO 2000-EXIT.
006050     MOVE AUD-SET-ID TO WS-LOOKUP-SET-ID.
006060     PERFORM 7100-FIND-SET-RTN THRU 7100-EXIT.
006070     PERFORM 2100-COUNT-REASON-RTN THRU 2100-EXIT.
006080     PERFORM 2200-COUNT-BRANCH-RTN THRU 2200-EXIT.
006090     IF WS-CURRENT-PERIOD
006100         ADD 1 TO WS-CUR-REJ-COUNT
006110         PERFORM 2300-COUNT-SET-RTN THRU 2300-EXIT
006120     ELSE
006130         ADD 1 TO WS-PRI-REJ-COUNT
006140     END-IF.
006150 2000-EXIT.
006160     EXIT.
006170 2100-COUNT-REASON-RTN.
006180     MOVE ZERO TO WS-RSN-FOUND-IDX.
006190     PERFORM 2110-MATCH-REASON-RTN THRU 2110-EXIT
006200         VARYING WS-RSN-IDX FROM 1 BY 1
006210         UNTIL WS-RSN-IDX > WS-RSN-COUNT.
006220     IF WS-RSN-FOUND-IDX = ZERO
006230         IF WS-RSN-COUNT >= WS-RSN-TABLE-MAX
006240             DISPLAY "SETLANAL - REASON TABLE FULL - "
006250                 "MORE THAN " WS-RSN-TABLE-MAX " CODES"
006260             STOP RUN
006270         END-IF
006280         ADD 1 TO WS-RSN-COUNT
006290         MOVE WS-RSN-COUNT TO WS-RSN-FOUND-IDX
006300         MOVE AUD-SETL-REASON TO WS-RSN-CODE(WS-RSN-COUNT)
006310         MOVE ZERO TO WS-RSN-CUR(WS-RSN-COUNT)
006320             WS-RSN-PRI(WS-RSN-COUNT)
006330     END-IF.
006340     IF WS-CURRENT-PERIOD
006350         ADD 1 TO WS-RSN-CUR(WS-RSN-FOUND-IDX)
006360     ELSE
006370         ADD 1 TO WS-RSN-PRI(WS-RSN-FOUND-IDX)
006380     END-IF.
006390 2100-EXIT.
006400     EXIT.
006410 2110-MATCH-REASON-RTN.
006420     IF WS-RSN-FOUND-IDX = ZERO
006430             AND WS-RSN-CODE(WS-RSN-IDX) = AUD-SETL-REASON
006440         MOVE WS-RSN-IDX TO WS-RSN-FOUND-IDX
006450     END-IF.
006460 2110-EXIT.
006470     EXIT.
006480 2200-COUNT-BRANCH-RTN.
006490     MOVE ZERO TO WS-BR-FOUND-IDX.
006500     PERFORM 2210-MATCH-BRANCH-RTN THRU 2210-EXIT
006510         VARYING WS-BR-IDX FROM 1 BY 1
006520         UNTIL WS-BR-IDX > WS-BR-COUNT.
006530     IF WS-BR-FOUND-IDX = ZERO
006540         IF WS-BR-COUNT >= WS-BR-TABLE-MAX
006550             DISPLAY "SETLANAL - BRANCH TABLE FULL - "
006560                 "MORE THAN " WS-BR-TABLE-MAX " BRANCHES"
006570             STOP RUN
006580         END-IF
006590         ADD 1 TO WS-BR-COUNT
006600         MOVE WS-BR-COUNT TO WS-BR-FOUND-IDX
006610         MOVE WS-FOUND-BRANCH TO WS-BR-BRANCH(WS-BR-COUNT)
006620         MOVE ZERO TO WS-BR-CUR(WS-BR-COUNT)
006630             WS-BR-PRI(WS-BR-COUNT)
006640     END-IF.
006650     IF WS-CURRENT-PERIOD
006660         ADD 1 TO WS-BR-CUR(WS-BR-FOUND-IDX)
006670     ELSE
006680         ADD 1 TO WS-BR-PRI(WS-BR-FOUND-IDX)
006690     END-IF.
006700 2200-EXIT.
006710     EXIT.
006720 2210-MATCH-BRANCH-RTN.
006730     IF WS-BR-FOUND-IDX = ZERO
006740             AND WS-BR-BRANCH(WS-BR-IDX) = WS-FOUND-BRANCH
006750         MOVE WS-BR-IDX TO WS-BR-FOUND-IDX
006760     END-IF.
006770 2210-EXIT.
006780     EXIT.
006790*----------------------------------------------------------------*
006800*    2300-COUNT-SET-RTN - EVERY REJECTION WENT BACK OUT ON THE   *
006810*    NEXT SETTLEXT RUN, SO THE REJECTIONS IN THE RANGE ARE THE   *
006820*    TIMES THE SET WAS BOUNCED AND RESENT.  A SET ALREADY ON THE *
006830*    EXCEPTION FILE ALSO COUNTS ITS REJECTIONS SINCE REVIEW.     *
006840*----------------------------------------------------------------*
006850 2300-COUNT-SET-RTN.
006860     MOVE ZERO TO WS-RS-FOUND-IDX.
006870     PERFORM 2310-MATCH-SET-RTN THRU 2310-EXIT
006880         VARYING WS-RS-IDX FROM 1 BY 1
006890         UNTIL WS-RS-IDX > WS-RS-COUNT.
006900     IF WS-RS-FOUND-IDX = ZERO
006910         PERFORM 2320-ADD-SET-RTN THRU 2320-EXIT
006920     END-IF.
006930     ADD 1 TO WS-RS-REJ-COUNT(WS-RS-FOUND-IDX).
006940     IF AUD-RUN-DATE > WS-RS-REVIEW-DATE(WS-RS-FOUND-IDX)
006950         ADD 1 TO WS-RS-SINCE-COUNT(WS-RS-FOUND-IDX)
006960     END-IF.
006970     MOVE AUD-RUN-DATE TO WS-RS-LAST-DATE(WS-RS-FOUND-IDX).
006980     MOVE AUD-SETL-REASON TO WS-RS-LAST-REASON(WS-RS-FOUND-IDX).
006990 2300-EXIT.
007000     EXIT.
007010 2310-MATCH-SET-RTN.
007020     IF WS-RS-FOUND-IDX = ZERO
007030             AND WS-RS-SET-ID(WS-RS-IDX) = AUD-SET-ID
007040         MOVE WS-RS-IDX TO WS-RS-FOUND-IDX
007050     END-IF.
007060 2310-EXIT.
007070     EXIT.
007080 2320-ADD-SET-RTN.
007090     IF WS-RS-COUNT >= WS-RS-TABLE-MAX
007100         DISPLAY "SETLANAL - REJECTED SET TABLE FULL - "
007110             "MORE THAN " WS-RS-TABLE-MAX " SETS"
007120         STOP RUN
007130     END-IF.
007140     ADD 1 TO WS-RS-COUNT.
007150     MOVE WS-RS-COUNT TO WS-RS-FOUND-IDX.
007160     MOVE WS-FOUND-BRANCH TO WS-RS-BRANCH(WS-RS-COUNT).
007170     MOVE AUD-SET-ID TO WS-RS-SET-ID(WS-RS-COUNT).
007180     MOVE WS-FOUND-DESC TO WS-RS-DESC(WS-RS-COUNT).
007190     MOVE ZERO TO WS-RS-REJ-COUNT(WS-RS-COUNT)
007200         WS-RS-SINCE-COUNT(WS-RS-COUNT).
007210     MOVE AUD-RUN-DATE TO WS-RS-FIRST-DATE(WS-RS-COUNT).
007220     PERFORM 7500-FIND-EXCEPTION-RTN THRU 7500-EXIT.
007230     MOVE WS-EX-FOUND-IDX TO WS-RS-EX-IDX(WS-RS-COUNT).
007240     IF WS-EX-FOUND-IDX = ZERO
007250         MOVE ZERO TO WS-RS-REVIEW-DATE(WS-RS-COUNT)
007260     ELSE
007270         MOVE WS-EX-REVIEW-DATE(WS-EX-FOUND-IDX)
007280             TO WS-RS-REVIEW-DATE(WS-RS-COUNT)
007290     END-IF.
007300 2320-EXIT.
007310     EXIT.
007320*----------------------------------------------------------------*
007330*    3000-SORT-TABLES-RTN - REASONS BY CODE, BRANCHES BY BRANCH  *
007340*    AND THE REJECTED SETS BY BRANCH AND SET ID.                 *
007350*----------------------------------------------------------------*
007360 3000-SORT-TABLES-RTN.
007370     PERFORM 3100-SORT-REASON-PASS-RTN THRU 3100-EXIT
007380         VARYING WS-SORT-I FROM 1 BY 1
007390         UNTIL WS-SORT-I > WS-RSN-COUNT.
007400     PERFORM 3200-SORT-BRANCH-PASS-RTN THRU 3200-EXIT
007410         VARYING WS-SORT-I FROM 1 BY 1
007420         UNTIL WS-SORT-I > WS-BR-COUNT.
007430     PERFORM 3300-SORT-SET-PASS-RTN THRU 3300-EXIT
007440         VARYING WS-SORT-I FROM 1 BY 1
007450         UNTIL WS-SORT-I > WS-RS-COUNT.
007460 3000-EXIT.
007470     EXIT.
007480 3100-SORT-REASON-PASS-RTN.
007490     MOVE WS-SORT-I TO WS-BEST-IDX.
007500     PERFORM 3110-FIND-BEST-REASON-RTN THRU 3110-EXIT
007510         VARYING WS-SORT-J FROM WS-SORT-I BY 1
007520         UNTIL WS-SORT-J > WS-RSN-COUNT.
007530     IF WS-BEST-IDX NOT = WS-SORT-I
007540         MOVE WS-RSN-ENTRY(WS-SORT-I) TO WS-SWAP-RSN-ENTRY
007550         MOVE WS-RSN-ENTRY(WS-BEST-IDX) TO WS-RSN-ENTRY(WS-SORT-I)
007560         MOVE WS-SWAP-RSN-ENTRY TO WS-RSN-ENTRY(WS-BEST-IDX)
007570     END-IF.
007580 3100-EXIT.
007590     EXIT.
007600 3110-FIND-BEST-REASON-RTN.
007610     IF WS-RSN-CODE(WS-SORT-J) < WS-RSN-CODE(WS-BEST-IDX)
007620         MOVE WS-SORT-J TO WS-BEST-IDX
007630     END-IF.
007640 3110-EXIT.
007650     EXIT.
007660 3200-SORT-BRANCH-PASS-RTN.
007670     MOVE WS-SORT-I TO WS-BEST-IDX.
007680     PERFORM 3210-FIND-BEST-BRANCH-RTN THRU 3210-EXIT
007690         VARYING WS-SORT-J FROM WS-SORT-I BY 1
007700         UNTIL WS-SORT-J > WS-BR-COUNT.
007710     IF WS-BEST-IDX NOT = WS-SORT-I
007720         MOVE WS-BR-ENTRY(WS-SORT-I) TO WS-SWAP-BR-ENTRY
007730         MOVE WS-BR-ENTRY(WS-BEST-IDX) TO WS-BR-ENTRY(WS-SORT-I)
007740         MOVE WS-SWAP-BR-ENTRY TO WS-BR-ENTRY(WS-BEST-IDX)
007750     END-IF.
007760 3200-EXIT.
007770     EXIT.
007780 3210-FIND-BEST-BRANCH-RTN.
007790     IF WS-BR-BRANCH(WS-SORT-J) < WS-BR-BRANCH(WS-BEST-IDX)
007800         MOVE WS-SORT-J TO WS-BEST-IDX
007810     END-IF.
007820 3210-EXIT.
007830     EXIT.
007840 3300-SORT-SET-PASS-RTN.
007850     MOVE WS-SORT-I TO WS-BEST-IDX.
007860     PERFORM 3310-FIND-BEST-SET-RTN THRU 3310-EXIT
007870         VARYING WS-SORT-J FROM WS-SORT-I BY 1
007880         UNTIL WS-SORT-J > WS-RS-COUNT.
007890     IF WS-BEST-IDX NOT = WS-SORT-I
007900         MOVE WS-RS-ENTRY(WS-SORT-I) TO WS-SWAP-RS-ENTRY
007910         MOVE WS-RS-ENTRY(WS-BEST-IDX) TO WS-RS-ENTRY(WS-SORT-I)
007920         MOVE WS-SWAP-RS-ENTRY TO WS-RS-ENTRY(WS-BEST-IDX)
007930     END-IF.
007940 3300-EXIT.
007950     EXIT.
007960 3310-FIND-BEST-SET-RTN.
007970     IF WS-RS-SORT-KEY(WS-SORT-J) < WS-RS-SORT-KEY(WS-BEST-IDX)
007980         MOVE WS-SORT-J TO WS-BEST-IDX
007990     END-IF.
008000 3310-EXIT.
008010     EXIT.
008020*----------------------------------------------------------------*
008030*    4000-REPORT-REASONS-RTN - REJECTIONS BY SETTLEMENT REASON,  *
008040*    THIS PERIOD AGAINST THE PRIOR ONE.                          *
008050*----------------------------------------------------------------*
008060 4000-REPORT-REASONS-RTN.
008070     MOVE SPACES TO RPT-RECORD.
008080     WRITE RPT-RECORD.
008090     MOVE SPACES TO WS-SECTION-LINE.
008100     MOVE "REJECTIONS BY SETTLEMENT REASON CODE" TO WS-SEC-TEXT.
008110     WRITE RPT-RECORD FROM WS-SECTION-LINE.
008120     MOVE SPACES TO RPT-RECORD.
008130     WRITE RPT-RECORD.
008140     MOVE "REASON  DESCRIPTION" TO WS-CMP-HDG-KEY.
008150     WRITE RPT-RECORD FROM WS-COMPARE-COLUMN-HDGS.
008160     MOVE ZERO TO WS-TOTAL-CUR WS-TOTAL-PRI.
008170     PERFORM 4100-REASON-LINE-RTN THRU 4100-EXIT
008180         VARYING WS-RSN-IDX FROM 1 BY 1
008190         UNTIL WS-RSN-IDX > WS-RSN-COUNT.
008200     IF WS-RSN-COUNT = ZERO
008210         WRITE RPT-RECORD FROM WS-NONE-LINE
008220     END-IF.
008230     MOVE SPACES TO WS-COMPARE-LINE.
008240     MOVE "TOTAL" TO WS-CMP-KEY.
008250     PERFORM 4900-WRITE-COMPARE-RTN THRU 4900-EXIT.
008260 4000-EXIT.
008270     EXIT.
008280 4100-REASON-LINE-RTN.
008290     MOVE SPACES TO WS-COMPARE-LINE.
008300     MOVE WS-RSN-CODE(WS-RSN-IDX) TO WS-CMP-KEY.
008310     EVALUATE WS-RSN-CODE(WS-RSN-IDX)
008320         WHEN "BS" MOVE "BAD SET" TO WS-CMP-TEXT
008330         WHEN "DP" MOVE "DUPLICATE" TO WS-CMP-TEXT
008340         WHEN "AD" MOVE "AMOUNT DISAGREEMENT" TO WS-CMP-TEXT
008350         WHEN OTHER MOVE "** NEW CODE **" TO WS-CMP-TEXT
008360     END-EVALUATE.
008370     ADD WS-RSN-CUR(WS-RSN-IDX) TO WS-TOTAL-CUR.
008380     ADD WS-RSN-PRI(WS-RSN-IDX) TO WS-TOTAL-PRI.
008390     MOVE WS-RSN-CUR(WS-RSN-IDX) TO WS-CMP-CUR.
008400     MOVE WS-RSN-PRI(WS-RSN-IDX) TO WS-CMP-PRI.
008410     COMPUTE WS-CHANGE = WS-RSN-CUR(WS-RSN-IDX)
008420                       - WS-RSN-PRI(WS-RSN-IDX).
008430     MOVE WS-CHANGE TO WS-CMP-CHANGE.
008440     WRITE RPT-RECORD FROM WS-COMPARE-LINE.
008450 4100-EXIT.
008460     EXIT.
008470*----------------------------------------------------------------*
008480*    4500-REPORT-BRANCHES-RTN - REJECTIONS BY OWNING BRANCH.     *
008490*----------------------------------------------------------------*
008500 4500-REPORT-BRANCHES-RTN.
008510     MOVE SPACES TO RPT-RECORD.
008520     WRITE RPT-RECORD.
008530     MOVE SPACES TO WS-SECTION-LINE.
008540     MOVE "REJECTIONS BY OWNING BRANCH" TO WS-SEC-TEXT.
008550     WRITE RPT-RECORD FROM WS-SECTION-LINE.
008560     MOVE SPACES TO RPT-RECORD.
008570     WRITE RPT-RECORD.
008580     MOVE "BRANCH" TO WS-CMP-HDG-KEY.
008590     WRITE RPT-RECORD FROM WS-COMPARE-COLUMN-HDGS.
008600     MOVE ZERO TO WS-TOTAL-CUR WS-TOTAL-PRI.
008610     PERFORM 4600-BRANCH-LINE-RTN THRU 4600-EXIT
008620         VARYING WS-BR-IDX FROM 1 BY 1
008630         UNTIL WS-BR-IDX > WS-BR-COUNT.
008640     IF WS-BR-COUNT = ZERO
008650         WRITE RPT-RECORD FROM WS-NONE-LINE
008660     END-IF.
008670     MOVE SPACES TO WS-COMPARE-LINE.
008680     MOVE "TOTAL" TO WS-CMP-KEY.
008690     PERFORM 4900-WRITE-COMPARE-RTN THRU 4900-EXIT.
008700 4500-EXIT.
008710     EXIT.
008720 4600-BRANCH-LINE-RTN.
008730     MOVE SPACES TO WS-COMPARE-LINE.
008740     MOVE WS-BR-BRANCH(WS-BR-IDX) TO WS-CMP-KEY.
008750     IF WS-BR-BRANCH(WS-BR-IDX) = WS-NO-BRANCH
008760         MOVE "SETS NOT ON SET MASTER" TO WS-CMP-TEXT
008770     END-IF.
008780     ADD WS-BR-CUR(WS-BR-IDX) TO WS-TOTAL-CUR.
008790     ADD WS-BR-PRI(WS-BR-IDX) TO WS-TOTAL-PRI.
008800     MOVE WS-BR-CUR(WS-BR-IDX) TO WS-CMP-CUR.
008810     MOVE WS-BR-PRI(WS-BR-IDX) TO WS-CMP-PRI.
008820     COMPUTE WS-CHANGE = WS-BR-CUR(WS-BR-IDX)
008830                       - WS-BR-PRI(WS-BR-IDX).
008840     MOVE WS-CHANGE TO WS-CMP-CHANGE.
008850     WRITE RPT-RECORD FROM WS-COMPARE-LINE.
008860 4600-EXIT.
008870     EXIT.
008880 4900-WRITE-COMPARE-RTN.
008890     MOVE WS-TOTAL-CUR TO WS-CMP-CUR.
008900     MOVE WS-TOTAL-PRI TO WS-CMP-PRI.
008910     COMPUTE WS-CHANGE = WS-TOTAL-CUR - WS-TOTAL-PRI.
008920     MOVE WS-CHANGE TO WS-CMP-CHANGE.
008930     WRITE RPT-RECORD FROM WS-COMPARE-LINE.
008940 4900-EXIT.
008950     EXIT.
008960*----------------------------------------------------------------*
008970*    5000-REPORT-CHRONIC-RTN - EVERY SET REJECTED MORE THAN THE  *
008980*    LIMIT IN THE RANGE, WITH ITS REJECT HISTORY AND WHAT WAS    *
008990*    DONE ABOUT IT ON THE EXCEPTION FILE.                        *
009000*----------------------------------------------------------------*
009010 5000-REPORT-CHRONIC-RTN.
009020     MOVE SPACES TO RPT-RECORD.
009030     WRITE RPT-RECORD.
009040     MOVE SPACES TO WS-SECTION-LINE.
009050     MOVE "SETS REJECTED AND RESENT THIS PERIOD MORE THAN"
009060         TO WS-SEC-TEXT.
009070     MOVE WS-RESEND-LIMIT TO WS-SEC-LIMIT.
009080     MOVE " TIMES" TO WS-SEC-TEXT-2.
009090     WRITE RPT-RECORD FROM WS-SECTION-LINE.
009100     MOVE SPACES TO RPT-RECORD.
009110     WRITE RPT-RECORD.
009120     WRITE RPT-RECORD FROM WS-CHRONIC-COLUMN-HDGS.
009130     PERFORM 5100-CHECK-ONE-SET-RTN THRU 5100-EXIT
009140         VARYING WS-RS-IDX FROM 1 BY 1
009150         UNTIL WS-RS-IDX > WS-RS-COUNT.
009160     IF WS-CHRONIC-COUNT = ZERO
009170         WRITE RPT-RECORD FROM WS-NONE-LINE
009180     END-IF.
009190 5000-EXIT.
009200     EXIT.
009210 5100-CHECK-ONE-SET-RTN.
009220     IF WS-RS-REJ-COUNT(WS-RS-IDX) NOT > WS-RESEND-LIMIT
009230         GO TO 5100-EXIT.
009240     ADD 1 TO WS-CHRONIC-COUNT.
009250     PERFORM 5200-UPDATE-EXCEPTION-RTN THRU 5200-EXIT.
009260     MOVE SPACES TO RPT-RECORD.
009270     WRITE RPT-RECORD.
009280     MOVE SPACES TO WS-CHRONIC-LINE.
009290     MOVE WS-RS-BRANCH(WS-RS-IDX) TO WS-CHR-BRANCH.
009300     MOVE WS-RS-SET-ID(WS-RS-IDX) TO WS-CHR-SET-ID.
009310     MOVE WS-RS-DESC(WS-RS-IDX) TO WS-CHR-DESC.
009320     MOVE WS-RS-REJ-COUNT(WS-RS-IDX) TO WS-CHR-COUNT.
009330     MOVE WS-RS-FIRST-DATE(WS-RS-IDX) TO WS-CHR-FIRST-DATE.
009340     MOVE WS-RS-LAST-DATE(WS-RS-IDX) TO WS-CHR-LAST-DATE.
009350     MOVE WS-EX-ACTION(WS-EX-FOUND-IDX) TO WS-CHR-ACTION.
009360     WRITE RPT-RECORD FROM WS-CHRONIC-LINE.
009370     PERFORM 5300-LIST-HISTORY-RTN THRU 5300-EXIT.
009380 5100-EXIT.
009390     EXIT.
009400*----------------------------------------------------------------*
009410*    5200-UPDATE-EXCEPTION-RTN - A SET NOT YET ON THE FILE IS    *
009420*    HELD.  A SET ALREADY HELD STAYS AS IT IS.  A SET RELEASED   *
009430*    ON REVIEW IS HELD AGAIN ONLY IF IT HAS GONE OVER THE LIMIT  *
009440*    SINCE THE REVIEW; OTHERWISE THE REVIEWER'S RELEASE STANDS.  *
009450*----------------------------------------------------------------*
009460 5200-UPDATE-EXCEPTION-RTN.
009470     MOVE WS-RS-EX-IDX(WS-RS-IDX) TO WS-EX-FOUND-IDX.
009480     IF WS-EX-FOUND-IDX = ZERO
009490         PERFORM 7400-ADD-EXCEPTION-RTN THRU 7400-EXIT
009500         MOVE WS-EX-COUNT TO WS-EX-FOUND-IDX
009510         MOVE SPACES TO WS-EX-IMAGE(WS-EX-FOUND-IDX)
009520         MOVE WS-RS-SET-ID(WS-RS-IDX)
009530             TO WS-EX-SET-ID(WS-EX-FOUND-IDX)
009550         PERFORM 5210-HOLD-SET-RTN THRU 5210-EXIT
009560         MOVE "NEWLY HELD" TO WS-EX-ACTION(WS-EX-FOUND-IDX)
009570         ADD 1 TO WS-NEW-HOLD-COUNT
009580         GO TO 5200-EXIT
009590     END-IF.
009600     IF WS-EX-HELD(WS-EX-FOUND-IDX)
009610         MOVE "ALREADY HELD" TO WS-EX-ACTION(WS-EX-FOUND-IDX)
009620         GO TO 5200-EXIT
009630     END-IF.
009640     IF WS-RS-SINCE-COUNT(WS-RS-IDX) > WS-RESEND-LIMIT
009650         PERFORM 5210-HOLD-SET-RTN THRU 5210-EXIT
009660         MOVE "HELD AGAIN" TO WS-EX-ACTION(WS-EX-FOUND-IDX)
009670         ADD 1 TO WS-REHOLD-COUNT
009680     ELSE
009690         MOVE "RELEASED ON REVIEW"
009700             TO WS-EX-ACTION(WS-EX-FOUND-IDX)
009710     END-IF.
009720 5200-EXIT.
009730     EXIT.
009740 5210-HOLD-SET-RTN.
009750     MOVE "H" TO WS-EX-STATUS(WS-EX-FOUND-IDX).
009751     MOVE SPACES TO WS-EX-REVIEWED-BY(WS-EX-FOUND-IDX).
009752     MOVE ZERO TO WS-EX-REVIEW-DATE(WS-EX-FOUND-IDX).
009760     MOVE WS-RS-BRANCH(WS-RS-IDX)
009770         TO WS-EX-BRANCH(WS-EX-FOUND-IDX).
009780     MOVE WS-CURRENT-DATE TO WS-EX-LISTED-DATE(WS-EX-FOUND-IDX).
009790     MOVE WS-RS-REJ-COUNT(WS-RS-IDX)
009800         TO WS-EX-REJECT-COUNT(WS-EX-FOUND-IDX).
009810     MOVE WS-RS-FIRST-DATE(WS-RS-IDX)
009820         TO WS-EX-FIRST-DATE(WS-EX-FOUND-IDX).
009830     MOVE WS-RS-LAST-DATE(WS-RS-IDX)
009840         TO WS-EX-LAST-DATE(WS-EX-FOUND-IDX).
009850     MOVE WS-RS-LAST-REASON(WS-RS-IDX)
009860         TO WS-EX-LAST-REASON(WS-EX-FOUND-IDX).
009870 5210-EXIT.
009880     EXIT.
009890*----------------------------------------------------------------*
009900*    5300-LIST-HISTORY-RTN - EVERY REJECTION OF THE SET STILL ON *
009910*    THE TRAIL, WHATEVER ITS DATE, READ BY THE SET-ID KEY.       *
009920*----------------------------------------------------------------*
009930 5300-LIST-HISTORY-RTN.
009940     WRITE RPT-RECORD FROM WS-HISTORY-HDG.
009950     MOVE ZERO TO WS-HIST-COUNT.
009960     MOVE "N" TO WS-HIST-SWITCH.
009970     MOVE WS-RS-SET-ID(WS-RS-IDX) TO AUD-SET-ID.
009980     START AUDFILE KEY IS EQUAL TO AUD-SET-ID
009990         INVALID KEY
010000             MOVE "Y" TO WS-HIST-SWITCH
010010     END-START.
010020     PERFORM 5310-READ-HISTORY-RTN THRU 5310-EXIT
010030         UNTIL WS-HIST-DONE.
010040     MOVE WS-HIST-COUNT TO WS-HTL-COUNT.
010050     WRITE RPT-RECORD FROM WS-HISTORY-TOTAL-LINE.
010060 5300-EXIT.
010070     EXIT.
010080 5310-READ-HISTORY-RTN.
010090     READ AUDFILE NEXT RECORD
010100         AT END
010110             MOVE "Y" TO WS-HIST-SWITCH
010120     END-READ.
010130     IF WS-HIST-DONE
010140         GO TO 5310-EXIT.
010150     IF AUD-SET-ID NOT = WS-RS-SET-ID(WS-RS-IDX)
010160         MOVE "Y" TO WS-HIST-SWITCH
010170         GO TO 5310-EXIT.
010180     IF NOT AUD-TYPE-SETL-STATUS OR NOT AUD-SETL-REJECTED
010190         GO TO 5310-EXIT.
010200     ADD 1 TO WS-HIST-COUNT.
010210     MOVE SPACES TO WS-HISTORY-LINE.
010220     MOVE AUD-RUN-DATE TO WS-HST-RUN-DATE.
010230     MOVE AUD-RUN-TIME TO WS-HST-RUN-TIME.
010240     MOVE AUD-CYCLE-NO TO WS-HST-CYCLE.
010250     MOVE AUD-WINNER TO WS-HST-WIN-FIELD.
010260     EVALUATE TRUE
010270         WHEN AUD-WINNER-1 MOVE AUD-XNUM1 TO WS-HST-WIN-VALUE
010280         WHEN AUD-WINNER-2 MOVE AUD-XNUM2 TO WS-HST-WIN-VALUE
010290         WHEN AUD-WINNER-3 MOVE AUD-XNUM3 TO WS-HST-WIN-VALUE
010300         WHEN OTHER MOVE SPACES TO WS-HST-WIN-VALUE
010310     END-EVALUATE.
010320     MOVE AUD-SETL-REASON TO WS-HST-REASON.
010330     EVALUATE AUD-SETL-REASON
010340         WHEN "BS" MOVE "BAD SET" TO WS-HST-REASON-TEXT
010350         WHEN "DP" MOVE "DUPLICATE" TO WS-HST-REASON-TEXT
010360         WHEN "AD"
010370             MOVE "AMOUNT DISAGREEMENT" TO WS-HST-REASON-TEXT
010380         WHEN OTHER
010390             MOVE "** NEW CODE **" TO WS-HST-REASON-TEXT
010400     END-EVALUATE.
010410     WRITE RPT-RECORD FROM WS-HISTORY-LINE.
010420 5310-EXIT.
010430     EXIT.
010440*----------------------------------------------------------------*
010450*    6000-WRITE-EXCEPTIONS-RTN - THE EXCEPTION FILE GOES FORWARD *
010460*    WHOLE: ROWS READ IN (REVIEWED OR NOT) PLUS THIS RUN'S NEW   *
010470*    HOLDS.  THE OPERATOR REPLACES SETLEXC WITH SETLEXCN.        *
010480*----------------------------------------------------------------*
010490 6000-WRITE-EXCEPTIONS-RTN.
010500     OPEN OUTPUT SETLEXCN.
010510     IF WS-SEXN-STATUS NOT = "00"
010520         DISPLAY "SETLANAL - UNABLE TO OPEN SETLEXCN - "
010530             "STATUS " WS-SEXN-STATUS
010540         MOVE "A" TO WS-RLOG-STATUS-CODE
010550         PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT
010560         STOP RUN
010570     END-IF.
010580     PERFORM 6100-WRITE-ONE-EXCEPTION-RTN THRU 6100-EXIT
010590         VARYING WS-EX-IDX FROM 1 BY 1
010600         UNTIL WS-EX-IDX > WS-EX-COUNT.
010610     CLOSE SETLEXCN.
010620 6000-EXIT.
010630     EXIT.
010640 6100-WRITE-ONE-EXCEPTION-RTN.
010650     WRITE SEXN-RECORD FROM WS-EX-IMAGE(WS-EX-IDX).
010660     ADD 1 TO WS-SEXN-WRITE-COUNT.
010670 6100-EXIT.
010680     EXIT.
010690*----------------------------------------------------------------*
010700*    7100-FIND-SET-RTN - OWNING BRANCH AND DESCRIPTION OF THE    *
010710*    SET IN WS-LOOKUP-SET-ID.  A SET NOT ON THE MASTER BELONGS   *
010720*    TO NO BRANCH.                                               *
010730*----------------------------------------------------------------*
010740 7100-FIND-SET-RTN.
010750     MOVE ZERO TO WS-SM-FOUND-IDX.
010760     PERFORM 7110-MATCH-SET-RTN THRU 7110-EXIT
010770         VARYING WS-SM-IDX FROM 1 BY 1
010780         UNTIL WS-SM-IDX > WS-SM-COUNT.
010790     IF WS-SM-FOUND-IDX = ZERO
010800         MOVE WS-NO-BRANCH TO WS-FOUND-BRANCH
010810         MOVE "** NOT ON SET MASTER **" TO WS-FOUND-DESC
010820     ELSE
010830         MOVE WS-SM-BRANCH(WS-SM-FOUND-IDX) TO WS-FOUND-BRANCH
010840         MOVE WS-SM-DESC(WS-SM-FOUND-IDX) TO WS-FOUND-DESC
010850     END-IF.
010860 7100-EXIT.
010870     EXIT.
010880 7110-MATCH-SET-RTN.
010890     IF WS-SM-FOUND-IDX = ZERO
010900             AND WS-SM-SET-ID(WS-SM-IDX) = WS-LOOKUP-SET-ID
010910         MOVE WS-SM-IDX TO WS-SM-FOUND-IDX
010920     END-IF.
010930 7110-EXIT.
010940     EXIT.
010950*----------------------------------------------------------------*
010960*    7200-DATE-TO-DAYS-RTN - WS-CNV-DATE (YYYYMMDD) TO A DAY     *
010970*    SERIAL FROM 01/01/1900.  GOOD FOR 1900-2099, WHERE EVERY    *
010980*    FOURTH YEAR LEAPS EXCEPT 1900 ITSELF.                       *
010990*----------------------------------------------------------------*
011000 7200-DATE-TO-DAYS-RTN.
011010     COMPUTE WS-CNV-DAYS = (WS-CNV-YYYY - 1900) * 365.
011020     COMPUTE WS-LEAP-CNT = (WS-CNV-YYYY - 1901) / 4.
011030     ADD WS-LEAP-CNT TO WS-CNV-DAYS.
011040     EVALUATE WS-CNV-MM
011050         WHEN 01 ADD 000 TO WS-CNV-DAYS
011060         WHEN 02 ADD 031 TO WS-CNV-DAYS
011070         WHEN 03 ADD 059 TO WS-CNV-DAYS
011080         WHEN 04 ADD 090 TO WS-CNV-DAYS
011090         WHEN 05 ADD 120 TO WS-CNV-DAYS
011100         WHEN 06 ADD 151 TO WS-CNV-DAYS
011110         WHEN 07 ADD 181 TO WS-CNV-DAYS
011120         WHEN 08 ADD 212 TO WS-CNV-DAYS
011130         WHEN 09 ADD 243 TO WS-CNV-DAYS
011140         WHEN 10 ADD 273 TO WS-CNV-DAYS
011150         WHEN 11 ADD 304 TO WS-CNV-DAYS
011160         WHEN 12 ADD 334 TO WS-CNV-DAYS
011170     END-EVALUATE.
011180     IF WS-CNV-MM > 02
011190         DIVIDE WS-CNV-YYYY BY 4
011200             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
011210         IF WS-LEAP-REM = ZERO
011220                 AND WS-CNV-YYYY NOT = 1900
011230             ADD 1 TO WS-CNV-DAYS
011240         END-IF
011250     END-IF.
011260     ADD WS-CNV-DD TO WS-CNV-DAYS.
011270 7200-EXIT.
011280     EXIT.
011290*----------------------------------------------------------------*
011300*    7300-PRIOR-DATE-RTN - STEP WS-CNV-DATE BACK ONE CALENDAR    *
011310*    DAY, ACROSS MONTH AND YEAR ENDS.                            *
011320*----------------------------------------------------------------*
011330 7300-PRIOR-DATE-RTN.
011340     IF WS-CNV-DD > 01
011350         SUBTRACT 1 FROM WS-CNV-DD
011360         GO TO 7300-EXIT.
011370     IF WS-CNV-MM > 01
011380         SUBTRACT 1 FROM WS-CNV-MM
011390     ELSE
011400         MOVE 12 TO WS-CNV-MM
011410         SUBTRACT 1 FROM WS-CNV-YYYY
011420     END-IF.
011430     EVALUATE WS-CNV-MM
011440         WHEN 04
011450         WHEN 06
011460         WHEN 09
011470         WHEN 11
011480             MOVE 30 TO WS-CNV-DD
011490         WHEN 02
011500             DIVIDE WS-CNV-YYYY BY 4
011510                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
011520             IF WS-LEAP-REM = ZERO
011530                     AND WS-CNV-YYYY NOT = 1900
011540                 MOVE 29 TO WS-CNV-DD
011550             ELSE
011560                 MOVE 28 TO WS-CNV-DD
011570             END-IF
011580         WHEN OTHER
011590             MOVE 31 TO WS-CNV-DD
011600     END-EVALUATE.
011610 7300-EXIT.
011620     EXIT.
011630*----------------------------------------------------------------*
011640*    7400-ADD-EXCEPTION-RTN - TAKE THE NEXT ROW OF THE EXCEPTION *
011650*    TABLE.                                                      *
011660*----------------------------------------------------------------*
011670 7400-ADD-EXCEPTION-RTN.
011680     IF WS-EX-COUNT >= WS-EX-TABLE-MAX
011690         DISPLAY "SETLANAL - EXCEPTION TABLE FULL - "
011700             "MORE THAN " WS-EX-TABLE-MAX " SETS"
011710         STOP RUN
011720     END-IF.
011730     ADD 1 TO WS-EX-COUNT.
011740     MOVE SPACES TO WS-EX-ACTION(WS-EX-COUNT).
011750 7400-EXIT.
011760     EXIT.
011770 7500-FIND-EXCEPTION-RTN.
011780     MOVE ZERO TO WS-EX-FOUND-IDX.
011790     PERFORM 7510-MATCH-EXCEPTION-RTN THRU 7510-EXIT
011800         VARYING WS-EX-IDX FROM 1 BY 1
011810         UNTIL WS-EX-IDX > WS-EX-COUNT.
011820 7500-EXIT.
011830     EXIT.
011840 7510-MATCH-EXCEPTION-RTN.
011850     IF WS-EX-FOUND-IDX = ZERO
011860             AND WS-EX-SET-ID(WS-EX-IDX) = AUD-SET-ID
011870         MOVE WS-EX-IDX TO WS-EX-FOUND-IDX
011880     END-IF.
011890 7510-EXIT.
011900     EXIT.
011910*----------------------------------------------------------------*
011920*    8000-TERMINATE-RTN                                          *
011930*----------------------------------------------------------------*
011940 8000-TERMINATE-RTN.
011950     MOVE SPACES TO RPT-RECORD.
011960     WRITE RPT-RECORD.
011970     MOVE WS-SETL-READ-COUNT TO WS-FTR-READ.
011980     MOVE WS-CUR-ACK-COUNT TO WS-FTR-CUR-ACK.
011990     MOVE WS-PRI-ACK-COUNT TO WS-FTR-PRI-ACK.
012000     WRITE RPT-RECORD FROM WS-REPORT-FOOTER-1.
012010     MOVE WS-CHRONIC-COUNT TO WS-FTR-CHRONIC.
012020     MOVE WS-NEW-HOLD-COUNT TO WS-FTR-NEW-HOLD.
012030     MOVE WS-REHOLD-COUNT TO WS-FTR-REHOLD.
012040     WRITE RPT-RECORD FROM WS-REPORT-FOOTER-2.
012050     MOVE WS-SEXC-READ-COUNT TO WS-FTR-SEXC-READ.
012060     MOVE WS-SEXN-WRITE-COUNT TO WS-FTR-SEXN-WRITE.
012070     WRITE RPT-RECORD FROM WS-REPORT-FOOTER-3.
012080     CLOSE AUDFILE.
012090     CLOSE ANALRPT.
012100     PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT.
012110     DISPLAY "SETLANAL - ANALYSIS COMPLETE FOR " WS-FROM-DATE
012120         " TO " WS-TO-DATE.
012130     DISPLAY "  REJECTIONS THIS PERIOD " WS-CUR-REJ-COUNT.
012140     DISPLAY "  REJECTIONS PRIOR       " WS-PRI-REJ-COUNT.
012150     DISPLAY "  SETS OVER THE LIMIT    " WS-CHRONIC-COUNT.
012160     DISPLAY "  NEWLY HELD             " WS-NEW-HOLD-COUNT.
012170     DISPLAY "  HELD AGAIN             " WS-REHOLD-COUNT.
012180     IF WS-NEW-HOLD-COUNT > ZERO OR WS-REHOLD-COUNT > ZERO
012190         DISPLAY "SETLANAL - REPLACE SETLEXC WITH SETLEXCN "
012200             "BEFORE THE NEXT SETTLEXT RUN"
012210     END-IF.
012220 8000-EXIT.
012230     EXIT.
012240*----------------------------------------------------------------*
012250*    9000-WRITE-RUN-LOG-RTN - APPEND THIS RUN'S COMPLETION       *
012260*    RECORD TO THE SHARED OPERATIONS RUN LOG READ BY RUNSTAT.    *
012270*    IN IS THE SETTLEMENT RECORDS READ, OUT THE EXCEPTION ROWS   *
012280*    WRITTEN AND SUSPENSE THE SETS HELD BY THIS RUN; THE DATA    *
012290*    DATE IS THE END OF THE RANGE.  A LOG THAT CANNOT BE         *
012300*    WRITTEN IS REPORTED BUT DOES NOT FAIL THE RUN.              *
012310*----------------------------------------------------------------*
012320 9000-WRITE-RUN-LOG-RTN.
012330     OPEN EXTEND RUNLOG.
012340     IF WS-RLOG-STATUS NOT = "00"
012350         OPEN OUTPUT RUNLOG
012360     END-IF.
012370     IF WS-RLOG-STATUS NOT = "00"
012380         DISPLAY "SETLANAL - UNABLE TO WRITE RUN LOG - "
012390             "STATUS " WS-RLOG-STATUS
012400         GO TO 9000-EXIT.
012410     MOVE SPACES TO RLOG-RECORD.
012420     MOVE "SETLANAL" TO RLOG-PROGRAM.
012430     MOVE WS-CURRENT-DATE TO RLOG-RUN-DATE.
012440     MOVE WS-CURRENT-TIME TO RLOG-START-TIME.
012450     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
012460     ACCEPT RLOG-END-TIME FROM TIME.
012470     MOVE "ANALYSIS" TO RLOG-MODE.
012480     MOVE WS-SETL-READ-COUNT TO RLOG-IN-COUNT.
012490     MOVE WS-SEXN-WRITE-COUNT TO RLOG-OUT-COUNT.
012500     COMPUTE RLOG-SUSP-COUNT = WS-NEW-HOLD-COUNT
012510                             + WS-REHOLD-COUNT.
012520     MOVE WS-RLOG-STATUS-CODE TO RLOG-STATUS.
012530     MOVE WS-TO-DATE TO RLOG-DATA-DATE.
012540     WRITE RLOG-RECORD.
012550     CLOSE RUNLOG.
012560 9000-EXIT.
012570     EXIT.
